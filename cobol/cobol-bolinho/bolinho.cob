           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-VALOR-REL.

           SELECT ARQUIVO-CUPOM ASSIGN TO WS-CUPOM-NOME
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-CUPOM.

           SELECT ARQUIVO-CONTAGEM-REL ASSIGN TO "CONTAGEM.REL"
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-CONTAGEM.
           RECORD KEY          IS VH-CHAVE
           ALTERNATE RECORD KEY    IS VH-SKU WITH DUPLICATES
           ALTERNATE RECORD KEY    IS VH-OPERADOR WITH DUPLICATES
           ALTERNATE RECORD KEY    IS VH-CUPOM WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-VENDHIST.

           SELECT ARQUIVO-RECEBTO ASSIGN TO "RECEBTO.DAT"
           RECORD KEY          IS LT-CHAVE
           FILE STATUS             IS WS-STATUS-LOTES.

      *    Tabela de precos por fornecedor: cada fornecedor que
      *    entrega o SKU, com custo, pedido minimo, embalagem e prazo.
           SELECT ARQUIVO-FPRECO ASSIGN TO "FORNPRECO.DAT"
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS FP-CHAVE
           FILE STATUS             IS WS-STATUS-FPRECO.

      *    Producao propria: receita (receitamnt.cob), ordens de
      *    producao e o log de consumo de ingredientes.
           SELECT ARQUIVO-RECEITA ASSIGN TO "RECEITA.DAT"
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS RCT-CHAVE
           FILE STATUS             IS WS-STATUS-RECEITA.

           SELECT ARQUIVO-PRODUCAO ASSIGN TO "PRODUCAO.DAT"
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS OP-NUM
           FILE STATUS             IS WS-STATUS-PRODUCAO.

           SELECT ARQUIVO-PRODMOV-LOG ASSIGN TO "PRODMOV.LOG"
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PRODMOV.

      *    Ponto de reposicao por SKU, calculado pela previsao de
      *    demanda (prevdem.cob) e aprovado em prevaprov.cob.
           SELECT ARQUIVO-PONTOREP ASSIGN TO "PONTOREP.DAT"
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS RP-SKU
           FILE STATUS             IS WS-STATUS-PONTOREP.

      *    Vale-presente: cartao numerado com saldo, vendido e
      *    resgatado no caixa (forma de pagamento V).
           SELECT ARQUIVO-VALE ASSIGN TO "VALEPRES.DAT"
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS VP-NUM
           FILE STATUS             IS WS-STATUS-VALE.

      *    Compra de funcionario com desconto em folha (forma de
      *    pagamento E): a matricula e o salario vem do cadastro da
      *    folha, e cada compra fica em COMPFUN.DAT ate o DESCFUNC
      *    lancar o total do mes como desconto no FOLHA.
           SELECT ARQUIVO-FUNCION ASSIGN TO "FUNCION.DAT"
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS FUN-MATRICULA
           FILE STATUS             IS WS-STATUS-FUNCION.

           SELECT ARQUIVO-DESLIG ASSIGN TO "DESLIG.DAT"
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-DESLIG.

           SELECT ARQUIVO-COMPFUN ASSIGN TO "COMPFUN.DAT"
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS CF-CHAVE
           FILE STATUS             IS WS-STATUS-COMPFUN.

           SELECT ARQUIVO-FIDELID ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           ALTERNATE RECORD KEY    IS XR-FONE WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-XREF.

      *    Venda fiado: cliente, limite de credito e a fatura com o
      *    titulo a receber, nos mesmos arquivos do extrato.cob.
           SELECT ARQUIVO-CLIENTE ASSIGN TO "customer.dat"
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS CLI-IDNUM
           ALTERNATE RECORD KEY IS CLI-DOC WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-CLIENTE.

           SELECT ARQUIVO-CREDLIM ASSIGN TO "CREDLIM.DAT"
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS CL-CLIENTE
           FILE STATUS             IS WS-STATUS-CREDLIM.

           SELECT ARQUIVO-CREDSALDO ASSIGN TO "CREDSALDO.DAT"
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS CS-CLIENTE
           FILE STATUS             IS WS-STATUS-CREDSALDO.

           SELECT ARQUIVO-CREDOVER ASSIGN TO "CREDOVER.LOG"
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-CREDOVER.

      *    Devolucao de venda fiado: nota de credito no mesmo arquivo
      *    e formato do fatcancel.cob.
           SELECT ARQUIVO-CREDNOTA ASSIGN TO "CREDNOTA.DAT"
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-CREDNOTA.

           SELECT ARQUIVO-TAXAS ASSIGN TO "TAXAS.DAT"
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS TX-CATEGORIA
           FILE STATUS             IS WS-STATUS-TAXAS.

           SELECT ARQUIVO-FATURA ASSIGN TO "FATURA.DAT"
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS FAT-NUM
           FILE STATUS             IS WS-STATUS-FATURA.

           SELECT ARQUIVO-FATURA-IT ASSIGN TO "FATURAIT.DAT"
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS FATIT-CHAVE
           FILE STATUS             IS WS-STATUS-FATURA-IT.

           SELECT ARQUIVO-CONTASREC ASSIGN TO "CONTASREC.DAT"
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS CR-CHAVE
           FILE STATUS             IS WS-STATUS-CONTASREC.

      *    Devolucao ao fornecedor: a nota de debito fica em aberto
      *    ate o pagrun.cob abate-la de um pagamento ao fornecedor;
      *    o romaneio numerado segue com o motorista.
           SELECT ARQUIVO-DEBFORN ASSIGN TO "DEBFORN.DAT"
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS DN-NUM
           FILE STATUS             IS WS-STATUS-DEBFORN.

           SELECT ARQUIVO-DEVFORN-DOC ASSIGN TO WS-DEVFORN-NOME
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-DEVFORN-DOC.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-ESTOQUE
               05 VH-TENDER        PIC X(01).
               05 VH-DEV           PIC X(03).
               05 VH-LOTE          PIC 9(04).
               05 VH-CUPOM         PIC 9(06).

       FD ARQUIVO-PEDIDO
           LABEL RECORDS ARE STANDARD
           LABEL RECORDS ARE STANDARD.
           01 VALOR-REL-REC            PIC X(90).

       FD ARQUIVO-CUPOM
           LABEL RECORDS ARE STANDARD.
           01 CUPOM-REC                PIC X(60).

       FD ARQUIVO-PRECO-FUT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PRECOFUT.DAT".

       FD ARQUIVO-RECEBTO
           LABEL RECORDS ARE STANDARD.
           01 RECEBTO-REC              PIC X(80).

       FD ARQUIVO-KIT
           LABEL RECORDS ARE STANDARD
               05 LT-FORN          PIC 9(03).
               05 LT-DATA-ENTRADA  PIC 9(08).

       FD ARQUIVO-FPRECO
           LABEL RECORDS ARE STANDARD.
           01 FPRECO-REG.
               05 FP-CHAVE.
                   10 FP-SKU       PIC 9(04).
                   10 FP-FORN      PIC 9(03).
               05 FP-CUSTO         PIC 9(04)V99.
               05 FP-MINIMO        PIC 9(04).
               05 FP-EMBALAGEM     PIC 9(04).
               05 FP-PRAZO         PIC 9(03).

       FD ARQUIVO-RECEITA
           LABEL RECORDS ARE STANDARD.
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

       FD ARQUIVO-PRODUCAO
           LABEL RECORDS ARE STANDARD.
           01 PRODUCAO-REG.
               05 OP-NUM           PIC 9(06).
               05 OP-DATA          PIC 9(08).
               05 OP-PRODUTO       PIC 9(04).
               05 OP-FORNADAS      PIC 9(03).
               05 OP-REND-ESPERADO PIC 9(05).
               05 OP-REND-REAL     PIC 9(05).
               05 OP-LOTE          PIC 9(04).
               05 OP-VALIDADE      PIC 9(08).
               05 OP-CUSTO-TOTAL   PIC 9(07)V99.
               05 OP-CUSTO-UNIT    PIC 9(04)V99.
               05 OP-LOJA          PIC 9(02).
               05 OP-OPERADOR      PIC X(10).

       FD ARQUIVO-PRODMOV-LOG
           LABEL RECORDS ARE STANDARD.
           01 PRODMOV-LOG-REC          PIC X(70).

       FD ARQUIVO-PONTOREP
           LABEL RECORDS ARE STANDARD.
           01 PONTO-REPOSICAO.
               05 RP-SKU           PIC 9(04).
               05 RP-PONTO         PIC 9(04).
               05 RP-DATA          PIC 9(08).
               05 RP-APROVADOR     PIC X(10).

       FD ARQUIVO-VALE
           LABEL RECORDS ARE STANDARD.
           01 VALE-PRESENTE.
               05 VP-NUM           PIC 9(06).
               05 VP-VALOR         PIC 9(04)V99.
               05 VP-SALDO         PIC 9(04)V99.
               05 VP-EMISSAO       PIC 9(08).
               05 VP-VALIDADE      PIC 9(08).
               05 VP-SITUACAO      PIC X(01).
                   88 VP-ATIVO                 VALUE "A".
                   88 VP-ZERADO                VALUE "Z".
               05 VP-LOJA          PIC 9(02).
               05 VP-OPERADOR      PIC X(10).
               05 VP-ULTIMO-USO    PIC 9(08).

       FD ARQUIVO-FUNCION
           LABEL RECORDS ARE STANDARD.
           01 FUNCIONARIO-REG.
               05 FUN-MATRICULA    PIC 9(06).
               05 FUN-NOME         PIC X(30).
               05 FUN-ADMISSAO     PIC 9(08).
               05 FUN-SALARIO      PIC 9(06)V99.
               05 FUN-BANCO        PIC 9(03).
               05 FUN-AGENCIA      PIC 9(04).
               05 FUN-CONTA        PIC 9(08).
               05 FUN-CCUSTO       PIC X(04).

       FD ARQUIVO-DESLIG
           LABEL RECORDS ARE STANDARD.
           01 DESLIGADO-REG.
               05 DS-MATRICULA     PIC 9(06).
               05 DS-DATA          PIC 9(08).

      *    CF-FOLHA: competencia (AAAAMM) da folha que descontou a
      *    compra; zeros enquanto ainda nao foi descontada.
       FD ARQUIVO-COMPFUN
           LABEL RECORDS ARE STANDARD.
           01 COMPFUN-REG.
               05 CF-CHAVE.
                   10 CF-MATRICULA PIC 9(06).
                   10 CF-DATA      PIC 9(08).
                   10 CF-SEQ       PIC 9(06).
               05 CF-CUPOM         PIC 9(06).
               05 CF-SKU           PIC 9(04).
               05 CF-VALOR         PIC 9(06)V99.
               05 CF-LOJA          PIC 9(02).
               05 CF-OPERADOR      PIC X(10).
               05 CF-FOLHA         PIC 9(06).

       FD ARQUIVO-FIDELID
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FIDELID.DAT".
               05 XR-IDNUM         PIC 9(08).
               05 XR-FONE          PIC 9(09).

       FD ARQUIVO-CLIENTE
           LABEL RECORDS ARE STANDARD.
           01 CLIENTE-REG.
               05 CLI-IDNUM        PIC 9(08).
               05 CLI-NOME         PIC X(15).
               05 CLI-SOBRENOME    PIC X(15).
               05 CLI-STATUS       PIC X(01).
               05 CLI-DOC-TIPO     PIC X(01).
               05 CLI-DOC          PIC X(14).

       FD ARQUIVO-CREDLIM
           LABEL RECORDS ARE STANDARD.
           01 CREDLIM-REG.
               05 CL-CLIENTE       PIC 9(08).
               05 CL-LIMITE        PIC 9(06)V99.

       FD ARQUIVO-CREDSALDO
           LABEL RECORDS ARE STANDARD.
           01 CREDSALDO-REG.
               05 CS-CLIENTE       PIC 9(08).
               05 CS-SALDO         PIC 9(06)V99.

       FD ARQUIVO-CREDOVER
           LABEL RECORDS ARE STANDARD.
           01 CREDOVER-REC             PIC X(70).

       FD ARQUIVO-CREDNOTA
           LABEL RECORDS ARE STANDARD.
           01 CREDNOTA-REC             PIC X(130).

       FD ARQUIVO-TAXAS
           LABEL RECORDS ARE STANDARD.
           01 TAXA-REG.
               05 TX-CATEGORIA     PIC 9(02).
               05 TX-ALIQUOTA      PIC 9V9999.

       FD ARQUIVO-FATURA
           LABEL RECORDS ARE STANDARD.
           01 FATURA-REG.
               05 FAT-NUM          PIC 9(06).
               05 FAT-CLIENTE      PIC 9(08).
               05 FAT-DATA         PIC 9(08).
               05 FAT-TOTAL        PIC 9(06)V99.
               05 FAT-IMPOSTO      PIC 9(06)V99.

       FD ARQUIVO-FATURA-IT
           LABEL RECORDS ARE STANDARD.
           01 FATURA-IT-REG.
               05 FATIT-CHAVE.
                   10 FATIT-NUM    PIC 9(06).
                   10 FATIT-SEQ    PIC 9(02).
               05 FATIT-SKU        PIC 9(04).
               05 FATIT-NOTA       PIC X(30).
               05 FATIT-VALOR      PIC 9(04)V99.

       FD ARQUIVO-CONTASREC
           LABEL RECORDS ARE STANDARD.
           01 CONTASREC-REG.
               05 CR-CHAVE.
                   10 CR-CLIENTE   PIC 9(08).
                   10 CR-FATURA    PIC 9(06).
               05 CR-VALOR-ORIG    PIC 9(06)V99.
               05 CR-VALOR-PAGO    PIC 9(06)V99.
               05 CR-VENCIMENTO    PIC 9(08).

       FD ARQUIVO-DEBFORN
           LABEL RECORDS ARE STANDARD.
           01 DEBFORN-REG.
               05 DN-NUM           PIC 9(06).
               05 DN-FORN          PIC 9(03).
               05 DN-DATA          PIC 9(08).
               05 DN-SKU           PIC 9(04).
               05 DN-LOTE          PIC 9(04).
               05 DN-QTD           PIC 9(04).
               05 DN-CUSTO         PIC 9(04)V99.
               05 DN-VALOR         PIC 9(07)V99.
               05 DN-ABATIDO       PIC 9(07)V99.
               05 DN-LOJA          PIC 9(02).
               05 DN-MOTIVO        PIC X(30).
               05 DN-OPERADOR      PIC X(10).

       FD ARQUIVO-DEVFORN-DOC
           LABEL RECORDS ARE STANDARD.
           01 DEVFORN-DOC-REC          PIC X(70).

       FD ARQUIVO-EXPORT
           LABEL RECORDS ARE STANDARD.
           01 EXPORT-REC.
           77 WS-DEV-LIMITE                PIC 9(04) VALUE 50.
           77 WS-DEV-DANIFICADA            PIC X(01).
           77 WS-DEV-ACHOU                 PIC X(01).
           77 WS-DEV-CUPOM                 PIC 9(06) VALUE ZEROS.
           77 WS-DEV-PRECO                 PIC 9(04)V99.
           77 WS-DEV-TENDER                PIC X(01) VALUE "D".
           77 WS-DEV-VENDIDO               PIC 9(05).
           77 WS-DEV-DEVOLVIDO             PIC 9(05).
           77 WS-DEV-ESTORNO-OK            PIC X(01).
           77 WS-DEV-FAT                   PIC 9(06).
           77 WS-DEV-FAT-SEQ               PIC 9(02).
           77 WS-DEV-LINHA-VALOR           PIC 9(04)V99.
           77 WS-DEV-JA-CRED               PIC 9(07)V99.
           77 WS-DEV-CRED-VALOR            PIC 9(07)V99.
           77 WS-DEV-CRED-IMP              PIC 9(07)V99.
           77 WS-DEV-CRED-BRUTO            PIC 9(07)V99.
           77 WS-DEV-ABERTO                PIC 9(07)V99.
           77 WS-DEV-PARA-SALDO            PIC 9(07)V99.
           77 WS-DEV-NOTA-PROX             PIC 9(06).
           77 WS-DEV-CF-CHAVE              PIC X(20).
           77 WS-DEV-CF-FOLHA              PIC 9(06).
           77 WS-STATUS-BAIXA              PIC X(02).
           77 WS-STATUS-LOTES              PIC X(02).
           77 WS-LOTE-VALIDADE             PIC 9(08).
           77 WS-LOTE-SKU                  PIC 9(04).
           77 WS-LOTE-PRIMEIRO             PIC 9(04).
           77 WS-VENDA-LOTE                PIC 9(04) VALUE ZEROS.
           77 WS-STATUS-CLIENTE            PIC X(02).
           77 WS-STATUS-CREDLIM            PIC X(02).
           77 WS-STATUS-CREDSALDO          PIC X(02).
           77 WS-STATUS-CREDOVER           PIC X(02).
           77 WS-STATUS-CREDNOTA           PIC X(02).
           77 WS-STATUS-TAXAS              PIC X(02).
           77 WS-STATUS-FATURA             PIC X(02).
           77 WS-STATUS-FATURA-IT          PIC X(02).
           77 WS-STATUS-CONTASREC          PIC X(02).
           77 WS-FIADO-CLIENTE             PIC 9(08) VALUE ZEROS.
           77 WS-FIADO-OK                  PIC X(01).
           77 WS-FIADO-LIBERA              PIC X(01).
           77 WS-FIADO-EOF                 PIC X(01).
           77 WS-FIADO-VALOR               PIC 9(07)V99.
           77 WS-FIADO-ABERTO              PIC 9(08)V99.
           77 WS-FIADO-FAVOR               PIC 9(06)V99.
           77 WS-FIADO-FAT                 PIC 9(06).
           77 WS-FIADO-SEQ                 PIC 9(02).
           77 WS-FIADO-TOTAL               PIC 9(06)V99.
           77 WS-FIADO-IMPOSTO             PIC 9(06)V99.
           77 WS-FIADO-ALIQ                PIC 9V9999.
           77 WS-FIADO-LINHA-IMP           PIC 9(04)V99.
           77 WS-FIADO-RESTO               PIC 9(07)V99.
           77 WS-FIADO-PARTE               PIC 9(04)V99.
           77 WS-FIADO-VENC-INT            PIC 9(07).
           77 WS-FIADO-ERRO                PIC X(01).
      *    Linha a faturar: quem chama preenche SKU, quantidade,
      *    valor da linha e categoria fiscal antes do
      *    P-FIADO-FATURA-LINHA.
           01 WS-FIADO-LINHA.
               05 FLN-SKU               PIC 9(04).
               05 FLN-QTD               PIC 9(04).
               05 FLN-VALOR             PIC 9(07)V99.
               05 FLN-CATEG             PIC 9(02).
      *    Venda com cupom: a cesta guarda cada item ja precificado
      *    (promocao e preco de kit aplicados) com o saldo da loja ja
      *    debitado; CE-SITUACAO fica P (pendente) ate a baixa no
      *    fechamento, que marca V (vendido) ou F (falhou).
           77 WS-STATUS-CUPOM              PIC X(02).
           77 WS-CUPOM-NOME                PIC X(20).
           77 WS-CUPOM-NUM                 PIC 9(06) VALUE ZEROS.
           77 WS-CUPOM-LINHAS              PIC 9(03).
           77 WS-CESTA-TOTAL               PIC 9(02) VALUE ZEROS.
           77 WS-CESTA-MAX                 PIC 9(02) VALUE 30.
           77 WS-CESTA-IDX                 PIC 9(02).
           77 WS-CESTA-IDX2                PIC 9(02).
           77 WS-CESTA-FIM                 PIC X(01).
           77 WS-CESTA-VENDIDOS            PIC 9(02).
           77 WS-CESTA-VALOR               PIC 9(07)V99.
           77 WS-CESTA-LINHA-VALOR         PIC 9(07)V99.
           77 WS-CESTA-QTD-SKU             PIC 9(05).
           77 WS-CESTA-DESC-RESTO          PIC 9(06)V99.
           01 WS-CESTA-TAB.
               05 WS-CESTA-ITEM OCCURS 30 TIMES.
                   10 CE-SKU               PIC 9(04).
                   10 CE-NOME              PIC X(30).
                   10 CE-QTD               PIC 9(04).
                   10 CE-PRECO             PIC 9(04)V99.
                   10 CE-PROMO-TIPO        PIC X(01).
                   10 CE-PROMO-COD         PIC 9(04).
                   10 CE-CATEG             PIC 9(02).
                   10 CE-KIT               PIC X(01).
                   10 CE-LOJA-OK           PIC X(01).
                   10 CE-SITUACAO          PIC X(01).
      *    Devolucao ao fornecedor (nota de debito + romaneio).
           77 WS-STATUS-DEBFORN            PIC X(02).
           77 WS-STATUS-DEVFORN-DOC        PIC X(02).
           77 WS-DEVFORN-NOME              PIC X(20).
           77 WS-DVF-SKU                   PIC 9(04).
           77 WS-DVF-LOTE                  PIC 9(04).
           77 WS-DVF-QTD                   PIC 9(04).
           77 WS-DVF-CUSTO                 PIC 9(04)V99.
           77 WS-DVF-FORN                  PIC 9(03).
           77 WS-DVF-MOTIVO                PIC X(30).
           01 WS-DVF-ITEM-LINHA.
               05 DI-SKU                PIC 9(04).
               05                       PIC X VALUE SPACE.
               05 DI-NOME               PIC X(24).
               05                       PIC X(06) VALUE " LOTE ".
               05 DI-LOTE               PIC 9(04).
               05                       PIC X VALUE SPACE.
               05 DI-QTD                PIC ZZZ9.
               05                       PIC X(03) VALUE " x ".
               05 DI-CUSTO              PIC ZZZ9,99.
               05                       PIC X VALUE SPACE.
               05 DI-TOTAL              PIC Z.ZZZ.ZZ9,99.
           01 WS-CUPOM-CAB.
               05                       PIC X(07) VALUE "CUPOM: ".
               05 CC-NUM                PIC 9(06).
               05                       PIC X(08) VALUE "  DATA: ".
               05 CC-DATA               PIC 9(08).
               05                       PIC X(06) VALUE "  OP: ".
               05 CC-OPERADOR           PIC X(10).
               05                       PIC X(08) VALUE "  LOJA: ".
               05 CC-LOJA               PIC 9(02).
           01 WS-CUPOM-ITEM-LINHA.
               05 CI-SKU                PIC 9(04).
               05                       PIC X VALUE SPACE.
               05 CI-NOME               PIC X(24).
               05                       PIC X VALUE SPACE.
               05 CI-QTD                PIC ZZZ9.
               05                       PIC X(03) VALUE " x ".
               05 CI-PRECO              PIC ZZZ9,99.
               05                       PIC X VALUE SPACE.
               05 CI-TOTAL              PIC ZZZ.ZZ9,99.
               05                       PIC X VALUE SPACE.
               05 CI-PROMO              PIC X(01).
           01 WS-CUPOM-TOT-LINHA.
               05 CT-ROTULO             PIC X(30).
               05                       PIC X(16) VALUE SPACES.
               05 CT-VALOR              PIC ZZZ.ZZ9,99.
           01 WS-CREDOVER-LINHA.
               05 OV-DATA               PIC 9(08).
               05                       PIC X(10) VALUE " cliente: ".
               05 OV-CLIENTE            PIC 9(08).
               05                       PIC X(09) VALUE " aberto: ".
               05 OV-ABERTO             PIC ZZZ.ZZ9,99.
               05                       PIC X(07) VALUE " novo: ".
               05 OV-NOVO               PIC ZZZ.ZZ9,99.
               05                       PIC X(09) VALUE " limite: ".
               05 OV-LIMITE             PIC ZZZ.ZZ9,99.
      *    Nota de credito do fiado devolvido, no layout de
      *    CREDNOTA.DAT do fatcancel.cob (valor bruto, imposto nele e
      *    a parte que foi para o credito do cliente).
           01 WS-CREDNOTA-LINHA.
               05 NC-DATA               PIC 9(08).
               05                       PIC X(14)
                                        VALUE " NOTA CREDITO ".
               05 NC-FATURA             PIC 9(06).
               05                       PIC X(09) VALUE " cliente ".
               05 NC-CLIENTE            PIC 9(08).
               05                       PIC X(07) VALUE " valor ".
               05 NC-VALOR              PIC 9(07)V99.
               05                       PIC X(05) VALUE " op. ".
               05 NC-OPERADOR           PIC X(10).
               05                       PIC X(04) VALUE " nr ".
               05 NC-NUMERO             PIC 9(06).
               05                       PIC X(07) VALUE " linha ".
               05 NC-SEQ                PIC 9(02).
               05                       PIC X(09) VALUE " imposto ".
               05 NC-IMPOSTO            PIC 9(07)V99.
               05                       PIC X(07) VALUE " saldo ".
               05 NC-CREDSALDO          PIC 9(07)V99.
           01 WS-CREDNOTA-IN             PIC X(130).
           01 WS-CREDNOTA-IN-R REDEFINES WS-CREDNOTA-IN.
               05 NCI-DATA              PIC X(08).
               05 FILLER                PIC X(14).
               05 NCI-FATURA            PIC X(06).
               05 FILLER                PIC X(24).
               05 NCI-VALOR             PIC 9(07)V99.
               05 FILLER                PIC X(19).
               05 NCI-NUMERO            PIC 9(06).
               05 FILLER                PIC X(07).
               05 NCI-SEQ               PIC X(02).
               05 FILLER                PIC X(09).
               05 NCI-IMPOSTO           PIC 9(07)V99.
               05 FILLER                PIC X(17).
           01 WS-DEV-BAIXA-LINHA.
               05 DB-DATA               PIC 9(08).
               05                       PIC X VALUE SPACE.
               05 DB-CUSTO              PIC 9(04)V99.
               05                       PIC X(09) VALUE " DEVOLUC ".
               05 DB-VALIDADE           PIC 9(08).
               05                       PIC X(06) VALUE " loja ".
               05 DB-LOJA               PIC 9(02).
           77 WS-STATUS-KITMOV             PIC X(02).
           77 WS-KIT-EH                    PIC X(01) VALUE "N".
           77 WS-KIT-OK                    PIC X(01) VALUE "S".
               05 WS-KIT-ITEM OCCURS 20 TIMES.
                   10 KC-SKU               PIC 9(04).
                   10 KC-QTD               PIC 9(03).
      *    Ordem de producao: ingredientes da receita ja
      *    multiplicados pelas fornadas e conferidos antes da baixa.
           77 WS-STATUS-RECEITA            PIC X(02).
           77 WS-STATUS-PRODUCAO           PIC X(02).
           77 WS-STATUS-PRODMOV            PIC X(02).
           77 WS-PR-SKU                    PIC 9(04).
           77 WS-PR-FORNADAS               PIC 9(03).
           77 WS-PR-RENDIMENTO             PIC 9(04).
           77 WS-PR-VIDA-UTIL              PIC 9(03).
           77 WS-PR-ESPERADO               PIC 9(05).
           77 WS-PR-REAL                   PIC 9(05).
           77 WS-PR-TOTAL                  PIC 9(02) VALUE ZEROS.
           77 WS-PR-IDX                    PIC 9(02).
           77 WS-PR-OK                     PIC X(01).
           77 WS-PR-EOF                    PIC X(01).
           77 WS-PR-CUSTO-TOTAL            PIC 9(07)V99.
           77 WS-PR-CUSTO-UNIT             PIC 9(04)V99.
           77 WS-PR-VARIACAO               PIC S9(05).
           77 WS-PR-PERC                   PIC S9(03)V9.
           01 WS-PR-TAB.
               05 WS-PR-ITEM OCCURS 30 TIMES.
                   10 PR-INGRED            PIC 9(04).
                   10 PR-NOME              PIC X(30).
                   10 PR-QTD               PIC 9(05).
                   10 PR-CUSTO             PIC 9(04)V99.
                   10 PR-LOTE              PIC 9(04).
           01 WS-PRODMOV-LINHA.
               05 PM-DATA               PIC 9(08).
               05                       PIC X(04) VALUE " OP ".
               05 PM-OP                 PIC 9(06).
               05                       PIC X(07) VALUE " INGR. ".
               05 PM-INGRED             PIC 9(04).
               05                       PIC X(05) VALUE " QTD ".
               05 PM-QTD                PIC 9(05).
               05                       PIC X(06) VALUE " LOTE ".
               05 PM-LOTE               PIC 9(04).
               05                       PIC X(07) VALUE " CUSTO ".
               05 PM-CUSTO              PIC Z(6)9,99.
      *    Vale-presente: validade padrao de um ano da emissao.
           77 WS-STATUS-VALE               PIC X(02).
           77 WS-VALE-OPCAO                PIC 9(01).
           77 WS-VALE-NUM                  PIC 9(06) VALUE ZEROS.
           77 WS-VALE-VALOR                PIC 9(04)V99.
           77 WS-VALE-USO                  PIC 9(05)V99.
           77 WS-VALE-OK                   PIC X(01).
           77 WS-VALE-SALDO                PIC 9(04)V99.
           77 WS-VALE-VALIDADE             PIC 9(08).
           77 WS-VALE-SITUACAO             PIC X(01).
           77 WS-VALE-DIAS                 PIC 9(03) VALUE 365.
      *    Compra de funcionario: o gasto do mes nao passa de
      *    WS-FUNC-PCT por cento do salario do cadastro da folha.
           77 WS-STATUS-FUNCION            PIC X(02).
           77 WS-STATUS-DESLIG             PIC X(02).
           77 WS-STATUS-COMPFUN            PIC X(02).
           77 WS-FUNC-MATRICULA            PIC 9(06) VALUE ZEROS.
           77 WS-FUNC-OK                   PIC X(01).
           77 WS-FUNC-EOF                  PIC X(01).
           77 WS-FUNC-DESLIGADO            PIC X(01).
           77 WS-FUNC-SALARIO              PIC 9(06)V99.
           77 WS-FUNC-PCT                  PIC 9(02) VALUE 30.
           77 WS-FUNC-LIMITE               PIC 9(07)V99.
           77 WS-FUNC-GASTO                PIC 9(07)V99.
           77 WS-FUNC-VALOR                PIC 9(07)V99.
           77 WS-FUNC-SKU                  PIC 9(04).
           01 WS-KITMOV-LINHA.
               05 KM-DATA               PIC 9(08).
               05                       PIC X(05) VALUE " KIT ".
               05 AU-BEFORE    PIC X(100).
               05 AU-AFTER     PIC X(100).
           77 WS-AU-ANTES                  PIC X(100).
      *    Fila de aprovacao (aprova.cob): liberacao acima do limite
      *    pedida por um operador e aprovada por outro supervisor.
           01 WS-AQ-AREA.
               05 AQ-FUNC       PIC X.
               05 AQ-TIPO       PIC X(03).
               05 AQ-CHAVE      PIC X(20).
               05 AQ-OPERADOR   PIC X(10).
               05 AQ-VALOR      PIC 9(07)V99.
               05 AQ-DETALHE    PIC X(60).
               05 AQ-NUM        PIC 9(06).
               05 AQ-SITUACAO   PIC X.
               05 AQ-SOLICITANTE PIC X(10).
               05 AQ-APROVADOR  PIC X(10).
               05 AQ-MOTIVO     PIC X(40).
               05 AQ-OK         PIC X.
           01 WS-AQ-PEDIDO.
               05               PIC X(08) VALUE "ABERTO: ".
               05 AQP-ABERTO    PIC ZZZ.ZZ9,99.
               05               PIC X(09) VALUE " LIMITE: ".
               05 AQP-LIMITE    PIC ZZZ.ZZ9,99.
               05               PIC X(23) VALUE SPACES.
           01 WS-SG-AREA.
               05 SG-FUNC      PIC X.
               05 SG-OPERATOR  PIC X(10).
           77 WS-PO-TOTAL                  PIC 9(03) VALUE ZEROS.
           77 WS-PO-IDX                    PIC 9(03).
           77 WS-PO-IDX2                   PIC 9(03).
      *    Escolha do fornecedor pela tabela FORNPRECO.DAT.
           77 WS-STATUS-FPRECO             PIC X(02).
           77 WS-FPRECO-OPCAO              PIC 9(01).
           77 WS-FP-EOF                    PIC X(01).
           77 WS-FP-URGENTE                PIC X(01).
           77 WS-FP-DESDE                  PIC 9(08).
           77 WS-FP-VENDIDO                PIC 9(06).
           77 WS-FP-COBERTURA              PIC 9(06).
           77 WS-FP-PRAZO-ITEM             PIC 9(03).
           77 WS-FP-CAIXAS                 PIC 9(04).
           77 WS-FP-RESTO                  PIC 9(04).
           77 WS-FP-ESCOLHIDOS             PIC 9(04).
           77 WS-FP-MELHOR-FORN            PIC 9(03).
           77 WS-FP-MELHOR-CUSTO           PIC 9(04)V99.
           77 WS-FP-MELHOR-PRAZO           PIC 9(03).
           77 WS-FP-MELHOR-MINIMO          PIC 9(04).
           77 WS-FP-MELHOR-EMB             PIC 9(04).
           01 WS-PO-TAB.
               05 WS-PO-ITEM OCCURS 200 TIMES.
                   10 PO-SKU               PIC 9(04).
                   10 PO-NOME              PIC X(30).
                   10 PO-QTD               PIC 9(04).
                   10 PO-FORN              PIC 9(03).
                   10 PO-CUSTO             PIC 9(04)V99.
                   10 PO-USADO             PIC X(01).
           01 WS-PED-DOC-ITEM.
               05 PD-SKU                PIC 9(04).
               05 PD-NOME               PIC X(30).
               05                       PIC X VALUE SPACE.
               05 PD-QTD                PIC 9(04).
               05                       PIC X(02) VALUE SPACES.
               05 PD-CUSTO              PIC ZZZ9,99.
           77 WS-STATUS-FORNECEDOR         PIC X(02).
           77 WS-FORN-OPCAO                PIC 9(01).
           77 WS-FORN-DESC                 PIC X(42).
           77 WS-RECEBE-CUSTO              PIC 9(04)V99.
           77 WS-RECEBE-OPERADOR           PIC X(10).
           77 WS-RECEBE-PEDIDO             PIC 9(06).
      *    Entrega com varias linhas e as despesas a ratear.
           77 WS-RCB-TOTAL                 PIC 9(02) VALUE ZEROS.
           77 WS-RCB-MAX                   PIC 9(02) VALUE 20.
           77 WS-RCB-IDX                   PIC 9(02).
           77 WS-RCB-POSTADAS              PIC 9(02).
           77 WS-RCB-MAIS                  PIC X(01).
           77 WS-RCB-FRETE                 PIC 9(05)V99.
           77 WS-RCB-DESCARGA              PIC 9(05)V99.
           77 WS-RCB-SEGURO                PIC 9(05)V99.
           77 WS-RCB-DESPESAS              PIC 9(06)V99.
           77 WS-RCB-BASE                  PIC X(01).
           77 WS-RCB-BASE-TOTAL            PIC 9(09)V99.
           77 WS-RCB-RATEADO               PIC 9(06)V99.
           77 WS-RCB-LANDED                PIC 9(04)V99.
           01 WS-RCB-TAB.
               05 WS-RCB-ITEM OCCURS 20 TIMES.
                   10 RB-SKU               PIC 9(04).
                   10 RB-QTD               PIC 9(04).
                   10 RB-CUSTO             PIC 9(04)V99.
                   10 RB-VALIDADE          PIC 9(08).
                   10 RB-RATEIO            PIC 9(06)V99.
           01 WS-RECEBE-LINHA.
               05 RC-YYYY               PIC 9(4).
               05                       PIC X VALUE "-".
               05 RC-OPERADOR           PIC X(10).
               05                       PIC X(05) VALUE " PED ".
               05 RC-PEDIDO             PIC 9(06).
               05                       PIC X(06) VALUE " DESP ".
               05 RC-RATEIO             PIC Z(5)9,99.
               05                       PIC X(06) VALUE " POSTO".
               05 RC-LANDED             PIC Z(3)9,99.
               05                       PIC X VALUE SPACE.
               05 RC-BASE               PIC X(01).
           77 WS-STATUS-PRECO-LOG          PIC X(02).
           77 WS-STATUS-EXPORT              PIC X(02).
           77 WS-EXPORT-TOTAL               PIC 9(04) VALUE ZEROS.
           77 WS-ANO-DIVISAO               PIC 9(04).

           77 WS-REORDER-LIMIT             PIC 9(04) VALUE 10.
      *    Ponto do SKU lido em PONTOREP.DAT; sem linha para o SKU
      *    (ou sem o arquivo) vale o WS-REORDER-LIMIT.
           77 WS-STATUS-PONTOREP           PIC X(02).
           77 WS-PONTOREP-ABERTO           PIC X(01) VALUE "N".
           77 WS-PONTO-SKU                 PIC 9(04).
           77 WS-AVALIA-EOF                PIC X     VALUE "N".
           77 WS-AVALIA-CONTADOR           PIC 9(04) VALUE ZEROS.
           77 WS-PAUSA                     PIC X(01) VALUE SPACES.
           05 VALUE " agendar preco futuro"          LINE 18 COLUMN 53.
           05 VALUE "J" FOREGROUND-COLOR 15          LINE 19 COLUMN 52.
           05 VALUE " devolucao de venda"            LINE 19 COLUMN 53.
           05 VALUE "K" FOREGROUND-COLOR 15          LINE 20 COLUMN 52.
           05 VALUE " venda com cupom (cesta)"       LINE 20 COLUMN 53.
           05 VALUE "H" FOREGROUND-COLOR 15          LINE 21 COLUMN 52.
           05 VALUE " ordem de producao"             LINE 21 COLUMN 53.
           05 VALUE "W" FOREGROUND-COLOR 15          LINE 22 COLUMN 52.
           05 VALUE " vale-presente"                 LINE 22 COLUMN 53.
           05 PIC X TO WS-CODIGO-ESC LINE 23 COLUMN 60 AUTO.

       01 TELA-SAIDA.
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-FIM-EXIT.

       P-ABERTURA-ARQUIVO-FPRECO.
           OPEN I-O ARQUIVO-FPRECO
           IF WS-STATUS-FPRECO NOT = "00"
               IF WS-STATUS-FPRECO = "30" OR WS-STATUS-FPRECO = "35"
                   OPEN OUTPUT ARQUIVO-FPRECO
                   MOVE "Tabela de precos sendo criada..."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   CLOSE ARQUIVO-FPRECO
                   GO TO P-ABERTURA-ARQUIVO-FPRECO
               ELSE
                   MOVE "Erro na abertura da tabela de precos..."
                       TO WS-MENSAGEM
                   MOVE "P-ABERTURA-FPRECO" TO EL-PARAGRAPH
                   MOVE "FORNPRECO.DAT" TO EL-FILE
                   MOVE WS-STATUS-FPRECO TO EL-STATUS
                   PERFORM P-ERRO-CENTRAL
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-FIM-EXIT.

       P-MENU-PRINCIPAL.

           DISPLAY TELA-MENU-PRINCIPAL
               PERFORM P-PRECO-FUT-MENU THRU P-PRECO-FUT-SAIDA
           ELSE IF WS-CODIGO-ESC = "J" OR "j"
               PERFORM P-DEVOLUCAO THRU P-DEVOLUCAO-SAIDA
           ELSE IF WS-CODIGO-ESC = "K" OR "k"
               PERFORM P-CESTA THRU P-CESTA-SAIDA
           ELSE IF WS-CODIGO-ESC = "H" OR "h"
               PERFORM P-PRODUCAO THRU P-PRODUCAO-SAIDA
           ELSE IF WS-CODIGO-ESC = "W" OR "w"
               PERFORM P-VALE-MENU THRU P-VALE-SAIDA
           ELSE IF WS-CODIGO-ESC = "A" OR "a"
               PERFORM P-AVALIA-ESTOQUE
           ELSE IF WS-CODIGO-ESC = "G" OR "g"
      * Parágrafos de venda de produto      *
      ***************************************
       P-VENDA-PRODUTO.
           MOVE ZEROS TO WS-CUPOM-NUM
           IF WS-PERIODO-FECHOU
               MOVE "Mes fechado: venda bloqueada ate reabertura."
                   TO WS-MENSAGEM

           DISPLAY "Operador              : " WITH NO ADVANCING
           ACCEPT WS-VENDA-OPERADOR
           DISPLAY "Pagamento (D=dinheiro C=cartao F=fiado V=vale "
               "E=funcionario): " WITH NO ADVANCING
           ACCEPT WS-VENDA-TENDER
           IF WS-VENDA-TENDER NOT = "D" AND
              WS-VENDA-TENDER NOT = "C" AND
              WS-VENDA-TENDER NOT = "F" AND
              WS-VENDA-TENDER NOT = "V" AND
              WS-VENDA-TENDER NOT = "E"
               MOVE "D" TO WS-VENDA-TENDER
           END-IF
      *    Fiado so com cliente identificado e dentro do limite; a
      *    recusa devolve o saldo da loja ja debitado acima.
           IF WS-VENDA-TENDER = "F"
               COMPUTE WS-FIADO-VALOR = WS-VENDA-PRECO * WS-VENDA-QTD
               PERFORM P-FIADO-CLIENTE THRU P-FIADO-CLIENTE-FIM
               IF WS-FIADO-OK = "N"
                   IF WS-LOJA-OK = "S"
                       PERFORM P-ESTLOJA-CREDITA
                   END-IF
                   GO TO P-VENDA-SAIDA
               END-IF
           END-IF
      *    Vale-presente tem de ter saldo para a venda inteira; a
      *    recusa devolve o saldo da loja como no fiado.
           IF WS-VENDA-TENDER = "V"
               COMPUTE WS-VALE-USO = WS-VENDA-PRECO * WS-VENDA-QTD
               PERFORM P-VALE-CONFERE THRU P-VALE-CONFERE-FIM
               IF WS-VALE-OK = "N"
                   IF WS-LOJA-OK = "S"
                       PERFORM P-ESTLOJA-CREDITA
                   END-IF
                   GO TO P-VENDA-SAIDA
               END-IF
           END-IF
      *    Funcionario: matricula ativa e compra dentro do limite
      *    do mes; a recusa devolve o saldo da loja como no fiado.
           IF WS-VENDA-TENDER = "E"
               COMPUTE WS-FUNC-VALOR = WS-VENDA-PRECO * WS-VENDA-QTD
               PERFORM P-FUNC-CONFERE THRU P-FUNC-CONFERE-FIM
               IF WS-FUNC-OK = "N"
                   IF WS-LOJA-OK = "S"
                       PERFORM P-ESTLOJA-CREDITA
                   END-IF
                   GO TO P-VENDA-SAIDA
               END-IF
           END-IF
           PERFORM P-FIDELIDADE-PROMPT
               THRU P-FIDELIDADE-PROMPT-FIM
           COMPUTE WS-FID-TOTAL-VENDA = WS-VENDA-PRECO * WS-VENDA-QTD

           IF WS-KIT-EH = "S"
      *    Explode o kit: baixa cada componente e registra o
               PERFORM P-LOG-VENDA
               PERFORM P-FIDELIDADE-GRAVA
                   THRU P-FIDELIDADE-GRAVA-FIM
               IF WS-VENDA-TENDER = "F"
                   PERFORM P-FIADO-VENDA-UNICA
               END-IF
               IF WS-VENDA-TENDER = "V"
                   PERFORM P-VALE-VENDA-UNICA
               END-IF
               IF WS-VENDA-TENDER = "E"
                   PERFORM P-FUNC-VENDA-UNICA
               END-IF
               MOVE "Venda de kit registrada com sucesso!"
                   TO WS-MENSAGEM
               MOVE "S" TO WS-MENSAGEM-SUCESSO
               GO TO P-VENDA-SAIDA
           END-IF

           MOVE PRODUTO TO WS-AU-ANTES
           SUBTRACT WS-VENDA-QTD FROM QTD-ESTOQUE
           REWRITE PRODUTO
               INVALID KEY
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-VENDA-SAIDA
               NOT INVALID KEY
                   MOVE "VEN"        TO AU-ACTION
                   MOVE WS-AU-ANTES  TO AU-BEFORE
                   MOVE PRODUTO      TO AU-AFTER
                   PERFORM P-AUDIT-GRAVA
                   PERFORM P-LOTE-CONSOME
                   PERFORM P-LOG-VENDA
                   PERFORM P-FIDELIDADE-GRAVA
                       THRU P-FIDELIDADE-GRAVA-FIM
                   IF WS-VENDA-TENDER = "F"
                       PERFORM P-FIADO-VENDA-UNICA
                   END-IF
                   IF WS-VENDA-TENDER = "V"
                       PERFORM P-VALE-VENDA-UNICA
                   END-IF
                   IF WS-VENDA-TENDER = "E"
                       PERFORM P-FUNC-VENDA-UNICA
                   END-IF
                   MOVE "Venda registrada com sucesso!" TO WS-MENSAGEM
                   MOVE "S" TO WS-MENSAGEM-SUCESSO
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
       P-FIDELIDADE-PROMPT-FIM.
           EXIT.

      *    WS-FID-TOTAL-VENDA chega preenchido por quem chama: o
      *    valor da venda unica ou o total da cesta do cupom.
       P-FIDELIDADE-GRAVA.
           IF WS-FID-CLIENTE = ZEROS
               GO TO P-FIDELIDADE-GRAVA-FIM
           END-IF
           IF WS-FID-DESCONTO > WS-FID-TOTAL-VENDA
               MOVE WS-FID-TOTAL-VENDA TO WS-FID-DESCONTO
           END-IF
           MOVE "FIDELID.DAT" TO AU-FILE
           MOVE FD-CLIENTE    TO AU-KEY
           MOVE WS-VENDA-OPERADOR TO AU-OPERATOR
      *    RSG marca o movimento com resgate de pontos, para o
      *    relatorio de prevencao de perdas separar de credito.
           IF WS-FID-RESGATE > ZEROS
               MOVE "RSG"     TO AU-ACTION
           ELSE
               MOVE "UPD"     TO AU-ACTION
           END-IF
           MOVE FIDELIDADE    TO AU-AFTER
           CALL "auditlog" USING WS-AU-AREA
           IF WS-FID-DESCONTO > ZEROS
           MOVE WS-VENDA-TENDER   TO VH-TENDER
           MOVE "DEV"             TO VH-DEV
           MOVE ZEROS             TO VH-LOTE
           MOVE WS-CUPOM-NUM      TO VH-CUPOM
           WRITE VENDA-HIST
               INVALID KEY
                   MOVE "Erro ao gravar o resgate no historico."
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
           END-WRITE.

      ***************************************
      * Parágrafos de venda com cupom       *
      ***************************************
      *    Cesta de varios itens num so atendimento: cada SKU/EAN
      *    entra ja com promocao e preco de kit aplicados e com o
      *    saldo da loja debitado; no fechamento sai uma forma de
      *    pagamento e uma consulta de fidelidade para a cesta
      *    inteira. As linhas de VENDHIST.DAT levam o mesmo VH-CUPOM
      *    e o cupom impresso vai para CUPOMnnnnnn.TXT.
       P-CESTA.
           IF WS-PERIODO-FECHOU
               MOVE "Mes fechado: venda bloqueada ate reabertura."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CESTA-SAIDA
           END-IF
           MOVE ZEROS TO WS-CESTA-TOTAL WS-CESTA-VALOR WS-CUPOM-NUM
               WS-CESTA-VENDIDOS WS-FIADO-FAT
           DISPLAY " "
           DISPLAY "VENDA COM CUPOM - SKU/EAN 0 fecha a cesta"
           DISPLAY "Loja da venda         : " WITH NO ADVANCING
           ACCEPT WS-LOJA
           DISPLAY "Operador              : " WITH NO ADVANCING
           ACCEPT WS-VENDA-OPERADOR
           MOVE "N" TO WS-CESTA-FIM
           PERFORM P-CESTA-ITEM THRU P-CESTA-ITEM-FIM
               UNTIL WS-CESTA-FIM = "S"
           IF WS-CESTA-TOTAL = ZEROS
               MOVE "Cesta vazia: nenhuma venda registrada."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CESTA-SAIDA
           END-IF

           DISPLAY "Total da cesta        : " WS-CESTA-VALOR
           DISPLAY "Pagamento (D=dinheiro C=cartao F=fiado V=vale "
               "E=funcionario): " WITH NO ADVANCING
           ACCEPT WS-VENDA-TENDER
           IF WS-VENDA-TENDER NOT = "D" AND
              WS-VENDA-TENDER NOT = "C" AND
              WS-VENDA-TENDER NOT = "F" AND
              WS-VENDA-TENDER NOT = "V" AND
              WS-VENDA-TENDER NOT = "E"
               MOVE "D" TO WS-VENDA-TENDER
           END-IF
           IF WS-VENDA-TENDER = "F"
               MOVE WS-CESTA-VALOR TO WS-FIADO-VALOR
               PERFORM P-FIADO-CLIENTE THRU P-FIADO-CLIENTE-FIM
               IF WS-FIADO-OK = "N"
                   PERFORM P-CESTA-ESTORNA-LOJA
                   GO TO P-CESTA-SAIDA
               END-IF
           END-IF
           IF WS-VENDA-TENDER = "V"
               MOVE WS-CESTA-VALOR TO WS-VALE-USO
               PERFORM P-VALE-CONFERE THRU P-VALE-CONFERE-FIM
               IF WS-VALE-OK = "N"
                   PERFORM P-CESTA-ESTORNA-LOJA
                   GO TO P-CESTA-SAIDA
               END-IF
           END-IF
           IF WS-VENDA-TENDER = "E"
               MOVE WS-CESTA-VALOR TO WS-FUNC-VALOR
               PERFORM P-FUNC-CONFERE THRU P-FUNC-CONFERE-FIM
               IF WS-FUNC-OK = "N"
                   PERFORM P-CESTA-ESTORNA-LOJA
                   GO TO P-CESTA-SAIDA
               END-IF
           END-IF
           PERFORM P-FIDELIDADE-PROMPT
               THRU P-FIDELIDADE-PROMPT-FIM

           PERFORM P-CUPOM-PROXIMO-NUM
      *    O total e refeito na baixa: item que perdeu o estoque
      *    entre a leitura e o fechamento fica fora do cupom.
           MOVE ZEROS TO WS-CESTA-VALOR
           PERFORM VARYING WS-CESTA-IDX FROM 1 BY 1
                   UNTIL WS-CESTA-IDX > WS-CESTA-TOTAL
               PERFORM P-CESTA-BAIXA-ITEM
           END-PERFORM
           IF WS-CESTA-VENDIDOS = ZEROS
               MOVE "Nenhum item da cesta pode ser baixado."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CESTA-SAIDA
           END-IF

           MOVE WS-CESTA-VALOR TO WS-FID-TOTAL-VENDA
           PERFORM P-FIDELIDADE-GRAVA
               THRU P-FIDELIDADE-GRAVA-FIM
           IF WS-VENDA-TENDER = "F"
               PERFORM P-CESTA-FIADO
           END-IF
           IF WS-VENDA-TENDER = "V"
               COMPUTE WS-VALE-USO = WS-CESTA-VALOR - WS-FID-DESCONTO
               PERFORM P-VALE-DEBITA THRU P-VALE-DEBITA-FIM
           END-IF
           IF WS-VENDA-TENDER = "E"
               COMPUTE WS-FUNC-VALOR = WS-CESTA-VALOR - WS-FID-DESCONTO
               MOVE ZEROS TO WS-FUNC-SKU
               PERFORM P-FUNC-GRAVA THRU P-FUNC-GRAVA-FIM
           END-IF
           PERFORM P-CUPOM-IMPRIME
               THRU P-CUPOM-IMPRIME-FIM
           MOVE "Venda com cupom registrada com sucesso!"
               TO WS-MENSAGEM
           MOVE "S" TO WS-MENSAGEM-SUCESSO
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.

       P-CESTA-SAIDA.
           EXIT.

      *    Um item da cesta: mesma sequencia da venda unica (busca,
      *    kit, promocao, quantidade, estoque, saldo da loja), mas o
      *    item so fica anotado na cesta ate o fechamento.
       P-CESTA-ITEM.
           COMPUTE WS-CESTA-IDX = WS-CESTA-TOTAL + 1
           DISPLAY "Item " WS-CESTA-IDX " - SKU/EAN (0 = fechar): "
               WITH NO ADVANCING
           ACCEPT WS-BUSCA-COD
           IF WS-BUSCA-COD = ZEROS
               MOVE "S" TO WS-CESTA-FIM
               GO TO P-CESTA-ITEM-FIM
           END-IF
           IF WS-CESTA-TOTAL >= WS-CESTA-MAX
               MOVE "Cesta cheia: feche o cupom e abra outro."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               MOVE "S" TO WS-CESTA-FIM
               GO TO P-CESTA-ITEM-FIM
           END-IF
           PERFORM P-BUSCA-PRODUTO
           IF WS-BUSCA-OK = "N"
               MOVE "Erro: produto nao encontrado." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CESTA-ITEM-FIM
           END-IF
           MOVE SKU TO WS-VENDA-SKU
           PERFORM P-KIT-CARREGA THRU P-KIT-CARREGA-FIM
           PERFORM P-PROMO-CONSULTA THRU P-PROMO-CONSULTA-FIM
           MOVE SKU            TO CE-SKU (WS-CESTA-IDX)
           MOVE NOME           TO CE-NOME (WS-CESTA-IDX)
           MOVE CATEG-FISCAL   TO CE-CATEG (WS-CESTA-IDX)
           MOVE WS-VENDA-PRECO TO CE-PRECO (WS-CESTA-IDX)
           MOVE WS-PROMO-TIPO  TO CE-PROMO-TIPO (WS-CESTA-IDX)
           MOVE WS-PROMO-COD   TO CE-PROMO-COD (WS-CESTA-IDX)
           MOVE WS-KIT-EH      TO CE-KIT (WS-CESTA-IDX)

           DISPLAY "Quantidade            : " WITH NO ADVANCING
           ACCEPT WS-VENDA-QTD
           IF WS-VENDA-QTD = ZEROS
               MOVE "Erro: quantidade nao pode ser zero."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CESTA-ITEM-FIM
           END-IF
      *    O mesmo SKU pode entrar mais de uma vez na cesta: o
      *    estoque tem de cobrir a soma das linhas.
           IF WS-KIT-EH = "N"
               MOVE WS-VENDA-QTD TO WS-CESTA-QTD-SKU
               PERFORM VARYING WS-CESTA-IDX2 FROM 1 BY 1
                       UNTIL WS-CESTA-IDX2 > WS-CESTA-TOTAL
                   IF CE-SKU (WS-CESTA-IDX2) = WS-VENDA-SKU
                       ADD CE-QTD (WS-CESTA-IDX2) TO WS-CESTA-QTD-SKU
                   END-IF
               END-PERFORM
               IF WS-CESTA-QTD-SKU > QTD-ESTOQUE
                   MOVE "Erro: estoque insuficiente para a venda."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-CESTA-ITEM-FIM
               END-IF
           END-IF
           IF WS-KIT-EH = "S"
               PERFORM P-KIT-DISPONIVEL
               IF WS-KIT-OK = "N"
                   MOVE "Erro: componente do kit sem estoque."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-CESTA-ITEM-FIM
               END-IF
           END-IF

           MOVE WS-VENDA-SKU TO WS-TR-SKU
           MOVE WS-VENDA-QTD TO WS-LOJA-QTD
           PERFORM P-ESTLOJA-DEBITA
           IF WS-LOJA-OK = "N"
               MOVE "Erro: estoque insuficiente nesta loja."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CESTA-ITEM-FIM
           END-IF

           ADD 1 TO WS-CESTA-TOTAL
           MOVE WS-VENDA-QTD TO CE-QTD (WS-CESTA-TOTAL)
           MOVE WS-LOJA-OK   TO CE-LOJA-OK (WS-CESTA-TOTAL)
           MOVE "P"          TO CE-SITUACAO (WS-CESTA-TOTAL)
           COMPUTE WS-CESTA-LINHA-VALOR = WS-VENDA-PRECO * WS-VENDA-QTD
           ADD WS-CESTA-LINHA-VALOR TO WS-CESTA-VALOR
           DISPLAY CE-NOME (WS-CESTA-TOTAL) " " WS-CESTA-LINHA-VALOR
           DISPLAY "Subtotal da cesta     : " WS-CESTA-VALOR.
       P-CESTA-ITEM-FIM.
           EXIT.

      *    Cesta recusada (fiado acima do limite): devolve a cada
      *    loja o saldo debitado na leitura dos itens.
       P-CESTA-ESTORNA-LOJA.
           PERFORM VARYING WS-CESTA-IDX FROM 1 BY 1
                   UNTIL WS-CESTA-IDX > WS-CESTA-TOTAL
               IF CE-LOJA-OK (WS-CESTA-IDX) = "S"
                   MOVE CE-SKU (WS-CESTA-IDX) TO WS-TR-SKU
                   MOVE CE-QTD (WS-CESTA-IDX) TO WS-LOJA-QTD
                   PERFORM P-ESTLOJA-CREDITA
               END-IF
           END-PERFORM.

      *    Baixa de um item da cesta no fechamento: estoque (ou os
      *    componentes do kit), lotes e a linha de VENDHIST.DAT com
      *    o numero do cupom.
       P-CESTA-BAIXA-ITEM.
           MOVE "F" TO CE-SITUACAO (WS-CESTA-IDX)
           MOVE CE-SKU (WS-CESTA-IDX)        TO WS-VENDA-SKU
           MOVE CE-QTD (WS-CESTA-IDX)        TO WS-VENDA-QTD
           MOVE CE-PRECO (WS-CESTA-IDX)      TO WS-VENDA-PRECO
           MOVE CE-PROMO-TIPO (WS-CESTA-IDX) TO WS-PROMO-TIPO
           MOVE CE-PROMO-COD (WS-CESTA-IDX)  TO WS-PROMO-COD
           IF CE-KIT (WS-CESTA-IDX) = "S"
               PERFORM P-KIT-CARREGA THRU P-KIT-CARREGA-FIM
               PERFORM P-KIT-DISPONIVEL
               IF WS-KIT-OK = "S"
                   PERFORM P-KIT-EXPLODE
               END-IF
               IF WS-KIT-OK = "S"
                   MOVE WS-VENDA-SKU TO SKU
                   READ ARQUIVO-ESTOQUE KEY IS SKU
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE ZEROS TO WS-VENDA-LOTE
                   PERFORM P-LOG-VENDA
                   MOVE "V" TO CE-SITUACAO (WS-CESTA-IDX)
               END-IF
           ELSE
               MOVE WS-VENDA-SKU TO SKU
               READ ARQUIVO-ESTOQUE KEY IS SKU
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF QTD-ESTOQUE NOT < WS-VENDA-QTD
                           MOVE PRODUTO TO WS-AU-ANTES
                           SUBTRACT WS-VENDA-QTD FROM QTD-ESTOQUE
                           REWRITE PRODUTO
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE "VEN"       TO AU-ACTION
                                   MOVE WS-AU-ANTES TO AU-BEFORE
                                   MOVE PRODUTO     TO AU-AFTER
                                   PERFORM P-AUDIT-GRAVA
                                   PERFORM P-LOTE-CONSOME
                                   PERFORM P-LOG-VENDA
                                   MOVE "V" TO
                                       CE-SITUACAO (WS-CESTA-IDX)
                           END-REWRITE
                       END-IF
               END-READ
           END-IF
           IF CE-SITUACAO (WS-CESTA-IDX) = "V"
               ADD 1 TO WS-CESTA-VENDIDOS
               COMPUTE WS-CESTA-LINHA-VALOR =
                   WS-VENDA-PRECO * WS-VENDA-QTD
               ADD WS-CESTA-LINHA-VALOR TO WS-CESTA-VALOR
           ELSE
               DISPLAY "Item " WS-VENDA-SKU
                   " sem estoque na baixa - fora do cupom"
               IF CE-LOJA-OK (WS-CESTA-IDX) = "S"
                   MOVE WS-VENDA-SKU TO WS-TR-SKU
                   MOVE WS-VENDA-QTD TO WS-LOJA-QTD
                   PERFORM P-ESTLOJA-CREDITA
               END-IF
           END-IF.

      *    Fiado da cesta: uma fatura so, uma linha por item vendido;
      *    o desconto de fidelidade abate as linhas na ordem ate se
      *    esgotar.
       P-CESTA-FIADO.
           PERFORM P-FIADO-ABRE-FATURA
               THRU P-FIADO-ABRE-FATURA-FIM
           IF WS-FIADO-ERRO = "S"
               MOVE ZEROS TO WS-FIADO-FAT
           ELSE
               MOVE WS-FID-DESCONTO TO WS-CESTA-DESC-RESTO
               PERFORM VARYING WS-CESTA-IDX FROM 1 BY 1
                       UNTIL WS-CESTA-IDX > WS-CESTA-TOTAL
                   IF CE-SITUACAO (WS-CESTA-IDX) = "V"
                       MOVE CE-SKU (WS-CESTA-IDX)   TO FLN-SKU
                       MOVE CE-QTD (WS-CESTA-IDX)   TO FLN-QTD
                       MOVE CE-CATEG (WS-CESTA-IDX) TO FLN-CATEG
                       COMPUTE FLN-VALOR =
                           CE-PRECO (WS-CESTA-IDX)
                           * CE-QTD (WS-CESTA-IDX)
                       IF WS-CESTA-DESC-RESTO >= FLN-VALOR
                           SUBTRACT FLN-VALOR FROM WS-CESTA-DESC-RESTO
                           MOVE ZEROS TO FLN-VALOR
                       ELSE
                           SUBTRACT WS-CESTA-DESC-RESTO FROM FLN-VALOR
                           MOVE ZEROS TO WS-CESTA-DESC-RESTO
                       END-IF
                       PERFORM P-FIADO-FATURA-LINHA
                   END-IF
               END-PERFORM
               PERFORM P-FIADO-FECHA-FATURA
           END-IF.

      *    Numero do cupom: o maior VH-CUPOM do historico mais um
      *    (venda unica grava 000000), pelo mesmo recuo na chave
      *    usado para numerar as faturas.
       P-CUPOM-PROXIMO-NUM.
           MOVE 1 TO WS-CUPOM-NUM
           MOVE 999999 TO VH-CUPOM
           START ARQUIVO-VENDHIST KEY IS LESS THAN VH-CUPOM
               INVALID KEY MOVE 1 TO WS-CUPOM-NUM
               NOT INVALID KEY
                   READ ARQUIVO-VENDHIST NEXT RECORD
                       NOT AT END COMPUTE WS-CUPOM-NUM = VH-CUPOM + 1
                   END-READ
           END-START.

       P-CUPOM-IMPRIME.
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CUPOM-NOME
           STRING "CUPOM" WS-CUPOM-NUM ".TXT"
               DELIMITED BY SIZE INTO WS-CUPOM-NOME
           OPEN OUTPUT ARQUIVO-CUPOM
           IF WS-STATUS-CUPOM NOT = "00"
               MOVE "P-CUPOM-IMPRIME" TO EL-PARAGRAPH
               MOVE WS-CUPOM-NOME     TO EL-FILE
               MOVE WS-STATUS-CUPOM   TO EL-STATUS
               PERFORM P-ERRO-CENTRAL
               GO TO P-CUPOM-IMPRIME-FIM
           END-IF
           MOVE ZEROS TO WS-CUPOM-LINHAS
           MOVE "BOLINHO - CUPOM DE VENDA" TO CUPOM-REC
           WRITE CUPOM-REC
           MOVE WS-CUPOM-NUM      TO CC-NUM
           MOVE WS-HOJE-DATA      TO CC-DATA
           MOVE WS-VENDA-OPERADOR TO CC-OPERADOR
           MOVE WS-LOJA           TO CC-LOJA
           WRITE CUPOM-REC FROM WS-CUPOM-CAB
           MOVE ALL "-" TO CUPOM-REC
           WRITE CUPOM-REC
           PERFORM VARYING WS-CESTA-IDX FROM 1 BY 1
                   UNTIL WS-CESTA-IDX > WS-CESTA-TOTAL
               IF CE-SITUACAO (WS-CESTA-IDX) = "V"
                   MOVE CE-SKU (WS-CESTA-IDX)   TO CI-SKU
                   MOVE CE-NOME (WS-CESTA-IDX)  TO CI-NOME
                   MOVE CE-QTD (WS-CESTA-IDX)   TO CI-QTD
                   MOVE CE-PRECO (WS-CESTA-IDX) TO CI-PRECO
                   COMPUTE CI-TOTAL =
                       CE-PRECO (WS-CESTA-IDX) * CE-QTD (WS-CESTA-IDX)
                   MOVE SPACE TO CI-PROMO
                   IF CE-PROMO-TIPO (WS-CESTA-IDX) NOT = "-"
                       MOVE "*" TO CI-PROMO
                   END-IF
                   WRITE CUPOM-REC FROM WS-CUPOM-ITEM-LINHA
                   ADD 1 TO WS-CUPOM-LINHAS
               END-IF
           END-PERFORM
           MOVE ALL "-" TO CUPOM-REC
           WRITE CUPOM-REC
           MOVE "SUBTOTAL"           TO CT-ROTULO
           MOVE WS-CESTA-VALOR       TO CT-VALOR
           WRITE CUPOM-REC FROM WS-CUPOM-TOT-LINHA
           IF WS-FID-DESCONTO > ZEROS
               MOVE "DESCONTO FIDELIDADE" TO CT-ROTULO
               MOVE WS-FID-DESCONTO      TO CT-VALOR
               WRITE CUPOM-REC FROM WS-CUPOM-TOT-LINHA
           END-IF
           MOVE "TOTAL A PAGAR"      TO CT-ROTULO
           COMPUTE CT-VALOR = WS-CESTA-VALOR - WS-FID-DESCONTO
           WRITE CUPOM-REC FROM WS-CUPOM-TOT-LINHA
           MOVE SPACES TO CUPOM-REC
           IF WS-VENDA-TENDER = "D"
               MOVE "PAGAMENTO: DINHEIRO" TO CUPOM-REC
           ELSE IF WS-VENDA-TENDER = "C"
               MOVE "PAGAMENTO: CARTAO" TO CUPOM-REC
           ELSE IF WS-VENDA-TENDER = "V"
               STRING "PAGAMENTO: VALE-PRESENTE " WS-VALE-NUM
                   " SALDO " WS-VALE-SALDO
                   DELIMITED BY SIZE INTO CUPOM-REC
           ELSE IF WS-VENDA-TENDER = "E"
               STRING "PAGAMENTO: DESCONTO EM FOLHA - MATRICULA "
                   WS-FUNC-MATRICULA
                   DELIMITED BY SIZE INTO CUPOM-REC
           ELSE
               STRING "PAGAMENTO: FIADO - CLIENTE " WS-FIADO-CLIENTE
                   " FATURA " WS-FIADO-FAT
                   DELIMITED BY SIZE INTO CUPOM-REC
           END-IF
           END-IF
           END-IF
           END-IF
           WRITE CUPOM-REC
           IF WS-FID-CLIENTE > ZEROS
               MOVE SPACES TO CUPOM-REC
               STRING "CLIENTE FIDELIDADE: " WS-FID-CLIENTE
                   DELIMITED BY SIZE INTO CUPOM-REC
               WRITE CUPOM-REC
           END-IF
           MOVE "* preco promocional" TO CUPOM-REC
           WRITE CUPOM-REC
           CLOSE ARQUIVO-CUPOM
           DISPLAY "Cupom impresso        : " WS-CUPOM-NOME

           MOVE "CUPOM DE VENDA"  TO RC-REPORT
           MOVE "BOLINHO"         TO RC-PROGRAM
           MOVE WS-CUPOM-NOME     TO RC-FILENAME
           MOVE WS-CUPOM-LINHAS   TO RC-COUNT
           CALL "rptcat" USING WS-RC-AREA.
       P-CUPOM-IMPRIME-FIM.
           EXIT.

      ***************************************
      * Parágrafos de venda fiado           *
      ***************************************
      *    Fiado e divida de cliente como outra qualquer: exige o
      *    IDNum de customer.dat (ativo) e passa pelo mesmo teste de
      *    limite do extrato.cob - titulos em aberto em CONTASREC.DAT
      *    menos o credito de CREDSALDO.DAT, mais esta venda, contra
      *    o CREDLIM.DAT. Acima do limite a venda so passa com uma
      *    liberacao pedida na fila do aprova.cob e aprovada por um
      *    supervisor que nao seja quem pediu (aprovmnt.cob); a
      *    liberacao usada vai para CREDOVER.LOG. WS-FIADO-VALOR
      *    chega preenchido com o valor da venda.
       P-FIADO-CLIENTE.
           MOVE "N" TO WS-FIADO-OK
           DISPLAY "Cliente do fiado (IDNum): " WITH NO ADVANCING
           ACCEPT WS-FIADO-CLIENTE
           IF WS-FIADO-CLIENTE = ZEROS
               MOVE "Erro: fiado exige o IDNum do cliente."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FIADO-CLIENTE-FIM
           END-IF
           OPEN INPUT ARQUIVO-CLIENTE
           IF WS-STATUS-CLIENTE NOT = "00"
               MOVE "Erro: cadastro de clientes indisponivel."
                   TO WS-MENSAGEM
               MOVE "P-FIADO-CLIENTE" TO EL-PARAGRAPH
               MOVE "customer.dat" TO EL-FILE
               MOVE WS-STATUS-CLIENTE TO EL-STATUS
               PERFORM P-ERRO-CENTRAL
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FIADO-CLIENTE-FIM
           END-IF
           MOVE WS-FIADO-CLIENTE TO CLI-IDNUM
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE "Erro: cliente nao cadastrado." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   CLOSE ARQUIVO-CLIENTE
                   GO TO P-FIADO-CLIENTE-FIM
           END-READ
           CLOSE ARQUIVO-CLIENTE
           IF CLI-STATUS = "I"
               MOVE "Erro: cliente inativo - fiado recusado."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FIADO-CLIENTE-FIM
           END-IF
           DISPLAY "Cliente               : " CLI-NOME " " CLI-SOBRENOME

           MOVE ZEROS TO CL-LIMITE
           OPEN INPUT ARQUIVO-CREDLIM
           IF WS-STATUS-CREDLIM = "00"
               MOVE WS-FIADO-CLIENTE TO CL-CLIENTE
               READ ARQUIVO-CREDLIM
                   INVALID KEY MOVE ZEROS TO CL-LIMITE
               END-READ
               CLOSE ARQUIVO-CREDLIM
           END-IF
           MOVE "S" TO WS-FIADO-OK
      *    Sem limite cadastrado nao ha o que impor.
           IF CL-LIMITE = ZEROS
               GO TO P-FIADO-CLIENTE-FIM
           END-IF
           PERFORM P-FIADO-SOMA-ABERTO
           IF WS-FIADO-ABERTO + WS-FIADO-VALOR NOT > CL-LIMITE
               GO TO P-FIADO-CLIENTE-FIM
           END-IF
           DISPLAY "Limite de credito     : " CL-LIMITE
           DISPLAY "Em aberto             : " WS-FIADO-ABERTO
           DISPLAY "Esta venda            : " WS-FIADO-VALOR
           MOVE "N" TO WS-FIADO-OK
           PERFORM P-FIADO-APROVACAO THRU P-FIADO-APROVACAO-FIM.
       P-FIADO-CLIENTE-FIM.
           EXIT.

      *    Liberacao aprovada que cubra esta venda e usada uma vez; se
      *    ainda espera, a venda fica recusada; senao o operador pode
      *    pedir a liberacao e refazer a venda depois da aprovacao.
       P-FIADO-APROVACAO.
           MOVE "C"              TO AQ-FUNC
           MOVE "OVR"            TO AQ-TIPO
           MOVE SPACES           TO AQ-CHAVE
           MOVE WS-FIADO-CLIENTE TO AQ-CHAVE (1:8)
           MOVE SG-OPERATOR      TO AQ-OPERADOR
           CALL "aprova" USING WS-AQ-AREA
           IF AQ-SITUACAO = "A" AND AQ-VALOR NOT < WS-FIADO-VALOR
               MOVE "X" TO AQ-FUNC
               CALL "aprova" USING WS-AQ-AREA
               PERFORM P-FIADO-LOG-LIBERACAO
               MOVE "S" TO WS-FIADO-OK
               DISPLAY "Liberacao " AQ-NUM " aprovada por "
                   AQ-APROVADOR
               GO TO P-FIADO-APROVACAO-FIM
           END-IF
           IF AQ-SITUACAO = "P"
               MOVE "Limite excedido: liberacao aguarda o supervisor."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FIADO-APROVACAO-FIM
           END-IF
           IF AQ-SITUACAO = "R"
               DISPLAY "Ultima liberacao " AQ-NUM " recusada: "
                   AQ-MOTIVO
           END-IF
           DISPLAY "Pedir liberacao acima do limite? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-FIADO-LIBERA
           IF WS-FIADO-LIBERA NOT = "S" AND WS-FIADO-LIBERA NOT = "s"
               MOVE "Venda fiado recusada: limite de credito."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FIADO-APROVACAO-FIM
           END-IF
           MOVE "S"              TO AQ-FUNC
           MOVE "OVR"            TO AQ-TIPO
           MOVE SPACES           TO AQ-CHAVE
           MOVE WS-FIADO-CLIENTE TO AQ-CHAVE (1:8)
           MOVE SG-OPERATOR      TO AQ-OPERADOR
           MOVE WS-FIADO-VALOR   TO AQ-VALOR
           MOVE WS-FIADO-ABERTO  TO AQP-ABERTO
           MOVE CL-LIMITE        TO AQP-LIMITE
           MOVE WS-AQ-PEDIDO     TO AQ-DETALHE
           CALL "aprova" USING WS-AQ-AREA
           IF AQ-OK = "Y"
               DISPLAY "Liberacao " AQ-NUM " pedida - refaca a venda"
                   " depois da aprovacao."
           END-IF
           MOVE "Venda fiado recusada ate a aprovacao da liberacao."
               TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-FIADO-APROVACAO-FIM.
           EXIT.

       P-FIADO-SOMA-ABERTO.
           MOVE ZEROS TO WS-FIADO-ABERTO WS-FIADO-FAVOR
           OPEN INPUT ARQUIVO-CONTASREC
           IF WS-STATUS-CONTASREC = "00"
               MOVE "N" TO WS-FIADO-EOF
               MOVE WS-FIADO-CLIENTE TO CR-CLIENTE
               MOVE ZEROS TO CR-FATURA
               START ARQUIVO-CONTASREC KEY IS >= CR-CHAVE
                   INVALID KEY MOVE "S" TO WS-FIADO-EOF
               END-START
               PERFORM UNTIL WS-FIADO-EOF = "S"
                   READ ARQUIVO-CONTASREC NEXT RECORD
                       AT END MOVE "S" TO WS-FIADO-EOF
                   END-READ
                   IF WS-FIADO-EOF = "N"
                       IF CR-CLIENTE NOT = WS-FIADO-CLIENTE
                           MOVE "S" TO WS-FIADO-EOF
                       ELSE
                           COMPUTE WS-FIADO-ABERTO = WS-FIADO-ABERTO
                               + CR-VALOR-ORIG - CR-VALOR-PAGO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQUIVO-CONTASREC
           END-IF
      *    Credito do cliente (excedentes do pagamento.cob) conta a
      *    favor dele contra o limite.
           OPEN INPUT ARQUIVO-CREDSALDO
           IF WS-STATUS-CREDSALDO = "00"
               MOVE WS-FIADO-CLIENTE TO CS-CLIENTE
               READ ARQUIVO-CREDSALDO
                   NOT INVALID KEY MOVE CS-SALDO TO WS-FIADO-FAVOR
               END-READ
               CLOSE ARQUIVO-CREDSALDO
           END-IF
           IF WS-FIADO-FAVOR >= WS-FIADO-ABERTO
               MOVE ZEROS TO WS-FIADO-ABERTO
           ELSE
               SUBTRACT WS-FIADO-FAVOR FROM WS-FIADO-ABERTO
           END-IF.

       P-FIADO-LOG-LIBERACAO.
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD
           MOVE WS-HOJE-DATA     TO OV-DATA
           MOVE WS-FIADO-CLIENTE TO OV-CLIENTE
           MOVE WS-FIADO-ABERTO  TO OV-ABERTO
           MOVE WS-FIADO-VALOR   TO OV-NOVO
           MOVE CL-LIMITE        TO OV-LIMITE
           OPEN EXTEND ARQUIVO-CREDOVER
           IF WS-STATUS-CREDOVER = "35"
               CLOSE ARQUIVO-CREDOVER
               OPEN OUTPUT ARQUIVO-CREDOVER
           END-IF
           WRITE CREDOVER-REC FROM WS-CREDOVER-LINHA
           CLOSE ARQUIVO-CREDOVER.

      *    Venda avulsa (um SKU): a fatura tem uma unica linha, ja
      *    liquida do desconto de fidelidade que o cliente resgatou.
       P-FIADO-VENDA-UNICA.
           PERFORM P-FIADO-ABRE-FATURA
               THRU P-FIADO-ABRE-FATURA-FIM
           IF WS-FIADO-ERRO = "N"
               MOVE SKU          TO FLN-SKU
               MOVE WS-VENDA-QTD TO FLN-QTD
               MOVE CATEG-FISCAL TO FLN-CATEG
               COMPUTE FLN-VALOR = WS-VENDA-PRECO * WS-VENDA-QTD
               IF WS-FID-DESCONTO >= FLN-VALOR
                   MOVE ZEROS TO FLN-VALOR
               ELSE
                   SUBTRACT WS-FID-DESCONTO FROM FLN-VALOR
               END-IF
               PERFORM P-FIADO-FATURA-LINHA
               PERFORM P-FIADO-FECHA-FATURA
           END-IF.

      *    Abre fatura, itens e titulos (criando na primeira vez) e
      *    numera a fatura pela maior chave em FATURA.DAT, o mesmo
      *    recuo do extrato.cob.
       P-FIADO-ABRE-FATURA.
           MOVE "N" TO WS-FIADO-ERRO
           MOVE ZEROS TO WS-FIADO-SEQ WS-FIADO-TOTAL WS-FIADO-IMPOSTO
           OPEN I-O ARQUIVO-FATURA
           IF WS-STATUS-FATURA = "35"
               OPEN OUTPUT ARQUIVO-FATURA
               CLOSE ARQUIVO-FATURA
               OPEN I-O ARQUIVO-FATURA
           END-IF
           IF WS-STATUS-FATURA NOT = "00"
               MOVE "FATURA.DAT" TO EL-FILE
               MOVE WS-STATUS-FATURA TO EL-STATUS
               PERFORM P-FIADO-ERRO-ABERTURA
               GO TO P-FIADO-ABRE-FATURA-FIM
           END-IF
           OPEN I-O ARQUIVO-FATURA-IT
           IF WS-STATUS-FATURA-IT = "35"
               OPEN OUTPUT ARQUIVO-FATURA-IT
               CLOSE ARQUIVO-FATURA-IT
               OPEN I-O ARQUIVO-FATURA-IT
           END-IF
           IF WS-STATUS-FATURA-IT NOT = "00"
               CLOSE ARQUIVO-FATURA
               MOVE "FATURAIT.DAT" TO EL-FILE
               MOVE WS-STATUS-FATURA-IT TO EL-STATUS
               PERFORM P-FIADO-ERRO-ABERTURA
               GO TO P-FIADO-ABRE-FATURA-FIM
           END-IF
           OPEN I-O ARQUIVO-CONTASREC
           IF WS-STATUS-CONTASREC = "35"
               OPEN OUTPUT ARQUIVO-CONTASREC
               CLOSE ARQUIVO-CONTASREC
               OPEN I-O ARQUIVO-CONTASREC
           END-IF
           IF WS-STATUS-CONTASREC NOT = "00"
               CLOSE ARQUIVO-FATURA ARQUIVO-FATURA-IT
               MOVE "CONTASREC.DAT" TO EL-FILE
               MOVE WS-STATUS-CONTASREC TO EL-STATUS
               PERFORM P-FIADO-ERRO-ABERTURA
               GO TO P-FIADO-ABRE-FATURA-FIM
           END-IF
           MOVE 1 TO WS-FIADO-FAT
           MOVE HIGH-VALUES TO FAT-NUM
           START ARQUIVO-FATURA KEY IS LESS THAN FAT-NUM
               INVALID KEY MOVE 1 TO WS-FIADO-FAT
               NOT INVALID KEY
                   READ ARQUIVO-FATURA NEXT RECORD
                       NOT AT END COMPUTE WS-FIADO-FAT = FAT-NUM + 1
                   END-READ
           END-START.
       P-FIADO-ABRE-FATURA-FIM.
           EXIT.

       P-FIADO-ERRO-ABERTURA.
           MOVE "S" TO WS-FIADO-ERRO
           MOVE "P-FIADO-ABRE-FATURA" TO EL-PARAGRAPH
           PERFORM P-ERRO-CENTRAL
           MOVE "Erro: fatura do fiado nao gerada - ver ERRLOG."
               TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.

      *    FATIT-VALOR so comporta 9999,99: linha maior e repartida
      *    em quantas couberem, como no contratfat.cob, e o imposto
      *    sai por linha gravada (a conta que o apuraicms.cob refaz).
       P-FIADO-FATURA-LINHA.
           MOVE ZEROS TO WS-FIADO-ALIQ
           OPEN INPUT ARQUIVO-TAXAS
           IF WS-STATUS-TAXAS = "00"
               MOVE FLN-CATEG TO TX-CATEGORIA
               READ ARQUIVO-TAXAS
                   NOT INVALID KEY MOVE TX-ALIQUOTA TO WS-FIADO-ALIQ
               END-READ
               CLOSE ARQUIVO-TAXAS
           END-IF
           MOVE FLN-VALOR TO WS-FIADO-RESTO
           PERFORM UNTIL WS-FIADO-RESTO = ZEROS
                   OR WS-FIADO-SEQ >= 99
               IF WS-FIADO-RESTO > 9999,99
                   MOVE 9999,99 TO WS-FIADO-PARTE
               ELSE
                   MOVE WS-FIADO-RESTO TO WS-FIADO-PARTE
               END-IF
               SUBTRACT WS-FIADO-PARTE FROM WS-FIADO-RESTO
               ADD 1 TO WS-FIADO-SEQ
               MOVE WS-FIADO-FAT TO FATIT-NUM
               MOVE WS-FIADO-SEQ TO FATIT-SEQ
               MOVE FLN-SKU      TO FATIT-SKU
               MOVE SPACES       TO FATIT-NOTA
               STRING "FIADO QTD " DELIMITED BY SIZE
                      FLN-QTD      DELIMITED BY SIZE
                   INTO FATIT-NOTA
               END-STRING
               MOVE WS-FIADO-PARTE TO FATIT-VALOR
               COMPUTE WS-FIADO-LINHA-IMP ROUNDED =
                   WS-FIADO-PARTE * WS-FIADO-ALIQ
               WRITE FATURA-IT-REG
                   INVALID KEY
                       MOVE "Erro ao gravar item da fatura do fiado."
                           TO WS-MENSAGEM
                       PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   NOT INVALID KEY
                       ADD WS-FIADO-PARTE TO WS-FIADO-TOTAL
                       ADD WS-FIADO-LINHA-IMP TO WS-FIADO-IMPOSTO
               END-WRITE
           END-PERFORM.

      *    Cabecalho da fatura e o titulo a receber com vencimento em
      *    30 dias (mercadoria mais imposto): dali em diante a venda
      *    envelhece no agingrep, sai no extlote e entra no dunning
      *    como qualquer outra divida.
       P-FIADO-FECHA-FATURA.
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD
           IF WS-FIADO-SEQ > ZEROS
               MOVE WS-FIADO-FAT     TO FAT-NUM
               MOVE WS-FIADO-CLIENTE TO FAT-CLIENTE
               MOVE WS-HOJE-DATA     TO FAT-DATA
               MOVE WS-FIADO-TOTAL   TO FAT-TOTAL
               MOVE WS-FIADO-IMPOSTO TO FAT-IMPOSTO
               WRITE FATURA-REG
                   INVALID KEY
                       MOVE "Erro ao gravar a fatura do fiado."
                           TO WS-MENSAGEM
                       PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   NOT INVALID KEY
                       MOVE WS-FIADO-CLIENTE TO CR-CLIENTE
                       MOVE WS-FIADO-FAT     TO CR-FATURA
                       COMPUTE CR-VALOR-ORIG =
                           WS-FIADO-TOTAL + WS-FIADO-IMPOSTO
                       MOVE ZEROS TO CR-VALOR-PAGO
                       COMPUTE WS-FIADO-VENC-INT =
                           FUNCTION INTEGER-OF-DATE(WS-HOJE-DATA) + 30
                       COMPUTE CR-VENCIMENTO =
                           FUNCTION DATE-OF-INTEGER(WS-FIADO-VENC-INT)
                       WRITE CONTASREC-REG
                           INVALID KEY
                               MOVE "Erro ao gravar o titulo do fiado."
                                   TO WS-MENSAGEM
                               PERFORM P-MSG-ZERA THRU P-MSG-FIM
                           NOT INVALID KEY
                               DISPLAY "Fatura fiado          : "
                                   WS-FIADO-FAT " vence "
                                   CR-VENCIMENTO
                       END-WRITE
               END-WRITE
           END-IF
           CLOSE ARQUIVO-FATURA ARQUIVO-FATURA-IT ARQUIVO-CONTASREC.

      *    Carrega os componentes do SKU vendido, se ele for pai de
      *    kit em KITS.DAT (kitmnt.cob).
       P-KIT-CARREGA.
           MOVE "N" TO WS-KIT-EH
           MOVE ZEROS TO WS-KIT-TOTAL
           MOVE WS-VENDA-SKU TO KIT-PAI
           MOVE ZEROS TO KIT-SEQ
           START ARQUIVO-KIT KEY IS >= KIT-CHAVE
               INVALID KEY GO TO P-KIT-CARREGA-FIM
           END-START
           PERFORM UNTIL WS-KIT-TOTAL >= 20
               READ ARQUIVO-KIT NEXT RECORD
                   AT END GO TO P-KIT-CARREGA-FIM
               END-READ
               IF KIT-PAI NOT = WS-VENDA-SKU
                   GO TO P-KIT-CARREGA-FIM
               END-IF
               ADD 1 TO WS-KIT-TOTAL
               MOVE KIT-COMP TO KC-SKU (WS-KIT-TOTAL)
               MOVE KIT-QTD  TO KC-QTD (WS-KIT-TOTAL)
               MOVE "S" TO WS-KIT-EH
           END-PERFORM.
       P-KIT-CARREGA-FIM.
           EXIT.

       P-KIT-DISPONIVEL.
           MOVE "S" TO WS-KIT-OK
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-TOTAL
               MOVE KC-SKU (WS-KIT-IDX) TO SKU
               COMPUTE WS-KIT-DEBITO =
                   KC-QTD (WS-KIT-IDX) * WS-VENDA-QTD
               READ ARQUIVO-ESTOQUE KEY IS SKU
                   INVALID KEY
                       MOVE "N" TO WS-KIT-OK
                   NOT INVALID KEY
                       IF QTD-ESTOQUE < WS-KIT-DEBITO
                           MOVE "N" TO WS-KIT-OK
                       END-IF
               END-READ
           END-PERFORM.

       P-KIT-EXPLODE.
           MOVE "S" TO WS-KIT-OK
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD
           OPEN EXTEND ARQUIVO-KITMOV-LOG
           IF WS-STATUS-KITMOV = "35"
               CLOSE ARQUIVO-KITMOV-LOG
               OPEN OUTPUT ARQUIVO-KITMOV-LOG
           END-IF
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-TOTAL
               MOVE KC-SKU (WS-KIT-IDX) TO SKU
               COMPUTE WS-KIT-DEBITO =
                   KC-QTD (WS-KIT-IDX) * WS-VENDA-QTD
               READ ARQUIVO-ESTOQUE KEY IS SKU
                   INVALID KEY
                       MOVE "N" TO WS-KIT-OK
                   NOT INVALID KEY
                       MOVE PRODUTO TO WS-AU-ANTES
                       SUBTRACT WS-KIT-DEBITO FROM QTD-ESTOQUE
                       REWRITE PRODUTO
                           INVALID KEY
                               MOVE "N" TO WS-KIT-OK
                           NOT INVALID KEY
                               MOVE "KIT"       TO AU-ACTION
                               MOVE WS-AU-ANTES TO AU-BEFORE
                               MOVE PRODUTO     TO AU-AFTER
                               PERFORM P-AUDIT-GRAVA
                               MOVE WS-HOJE-DATA TO KM-DATA
                               MOVE WS-VENDA-SKU TO KM-PAI
                               MOVE KC-SKU (WS-KIT-IDX) TO KM-COMP
                               MOVE WS-KIT-DEBITO TO KM-QTD
                               MOVE WS-VENDA-OPERADOR TO KM-OPERADOR
                               WRITE KITMOV-LOG-REC
                                   FROM WS-KITMOV-LINHA
      *    Os lotes do componente saem FIFO como numa venda direta,
      *    senao o recall veria LT-QTD maior do que a prateleira; a
      *    linha de venda do kit segue sem lote (o pai nao tem).
                               MOVE KC-SKU (WS-KIT-IDX)
                                   TO WS-LOTE-SKU
                               MOVE WS-KIT-DEBITO
                                   TO WS-LOTE-RESTANTE
                               PERFORM P-LOTE-CONSOME-GEN
                       END-REWRITE
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-KITMOV-LOG.

      *    Consulta a promocao vigente para o SKU (primeiro) ou para
      *    a categoria fiscal dele: dentro do periodo, o preco do
      *    comprador vem do preco promocional ou do desconto sobre o
      *    VALOR-VENDA de lista - que nunca mais precisa ser editado
      *    so por causa de fim de semana.
       P-PROMO-CONSULTA.
           MOVE "N" TO WS-PROMO-EH
           MOVE "-" TO WS-PROMO-TIPO
           MOVE ZEROS TO WS-PROMO-COD
           MOVE VALOR-VENDA TO WS-VENDA-PRECO
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD
           MOVE "S" TO PM-TIPO
           MOVE WS-VENDA-SKU TO PM-CODIGO
           READ ARQUIVO-PROMO
               INVALID KEY
           MOVE WS-VENDA-TENDER   TO VH-TENDER
           MOVE SPACES            TO VH-DEV
           MOVE WS-VENDA-LOTE     TO VH-LOTE
           MOVE WS-CUPOM-NUM      TO VH-CUPOM
           WRITE VENDA-HIST
               INVALID KEY
                   MOVE "Erro ao gravar a venda no historico."
      *    estoque (e ao saldo da loja) ou manda a danificada para a
      *    baixa em BAIXA.DAT, e grava uma linha DEV no proprio log
      *    de vendas para a analise continuar verdadeira. Acima do
      *    limite de valor, so supervisor. Venda com cupom e achada
      *    pelo numero do cupom, e a linha DEV leva o mesmo numero.
      *    O reembolso volta pela forma de pagamento da venda: a
      *    linha DEV leva o VH-TENDER original; fiado vira nota de
      *    credito na fatura, vale volta ao saldo do vale e compra de
      *    funcionario sai da conta do mes; cartao fica para o
      *    estorno na adquirente e so dinheiro sai da gaveta.
       P-DEVOLUCAO.
           IF WS-PERIODO-FECHOU
               MOVE "Mes fechado: devolucao bloqueada ate reabertura."
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVOLUCAO-SAIDA
           END-IF
           MOVE "D" TO WS-DEV-TENDER
           DISPLAY " "
           DISPLAY "Cupom da venda (0 = sem cupom): " WITH NO ADVANCING
           ACCEPT WS-DEV-CUPOM
           IF WS-DEV-CUPOM > ZEROS
               PERFORM P-DEV-LISTA-CUPOM
               IF WS-DEV-ACHOU = "N"
                   MOVE "Erro: cupom nao encontrado no historico."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-DEVOLUCAO-SAIDA
               END-IF
           END-IF
           DISPLAY "SKU devolvido          : " WITH NO ADVANCING
           ACCEPT WS-DEV-SKU
           MOVE WS-DEV-SKU TO SKU
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVOLUCAO-SAIDA
           END-IF
      *    Com cupom, a venda original sai do proprio cupom e o
      *    reembolso e pelo preco pago (promocao/kit); sem cupom,
      *    continua a busca por data + SKU pelo preco de lista.
           IF WS-DEV-CUPOM > ZEROS
               PERFORM P-DEV-BUSCA-CUPOM
               IF WS-DEV-ACHOU = "N"
                   MOVE "Erro: SKU nao consta do cupom informado."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-DEVOLUCAO-SAIDA
               END-IF
      *        O que ja voltou deste SKU no mesmo cupom nao volta
      *        de novo.
               IF WS-DEV-QTD + WS-DEV-DEVOLVIDO > WS-DEV-VENDIDO
                   DISPLAY "Vendido no cupom      : " WS-DEV-VENDIDO
                   DISPLAY "Ja devolvido          : " WS-DEV-DEVOLVIDO
                   MOVE "Erro: quantidade maior que o saldo do cupom."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-DEVOLUCAO-SAIDA
               END-IF
           ELSE
               DISPLAY "Data da venda original (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-DEV-DATA
               PERFORM P-DEV-BUSCA-VENDA
               IF WS-DEV-ACHOU = "N"
                   MOVE "Erro: venda original nao encontrada no log."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-DEVOLUCAO-SAIDA
               END-IF
               MOVE VALOR-VENDA TO WS-DEV-PRECO
           END-IF
           COMPUTE WS-DEV-VALOR = WS-DEV-PRECO * WS-DEV-QTD
           IF WS-DEV-VALOR > WS-DEV-LIMITE AND SG-LEVEL < 9
               MOVE "Devolucao acima do limite: exige supervisor."
                   TO WS-MENSAGEM
           ACCEPT WS-VENDA-OPERADOR
           DISPLAY "Mercadoria danificada (S/N)? " WITH NO ADVANCING
           ACCEPT WS-DEV-DANIFICADA
           PERFORM P-DEV-ESTORNO-CONFERE
               THRU P-DEV-ESTORNO-CONFERE-FIM
           IF WS-DEV-ESTORNO-OK = "N"
               GO TO P-DEVOLUCAO-SAIDA
           END-IF
           MOVE PRODUTO TO WS-AU-ANTES
           IF WS-DEV-DANIFICADA = "S" OR WS-DEV-DANIFICADA = "s"
               PERFORM P-DEV-BAIXA
           MOVE WS-AU-ANTES  TO AU-BEFORE
           MOVE PRODUTO      TO AU-AFTER
           PERFORM P-AUDIT-GRAVA
           PERFORM P-DEV-ESTORNO THRU P-DEV-ESTORNO-FIM
           MOVE "Devolucao registrada com sucesso!" TO WS-MENSAGEM
           MOVE "S" TO WS-MENSAGEM-SUCESSO
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
                   ELSE
                       IF VH-SKU = WS-DEV-SKU
                               AND VH-DEV NOT = "DEV"
                           MOVE VH-TENDER TO WS-DEV-TENDER
                           MOVE "S" TO WS-DEV-ACHOU
                           MOVE "Y" TO WS-AVALIA-EOF
                       END-IF
               END-IF
           END-PERFORM.

      *    Lista as linhas do cupom pela chave alternativa VH-CUPOM,
      *    para o operador ver a venda inteira antes de escolher o
      *    item devolvido.
       P-DEV-LISTA-CUPOM.
           MOVE "N" TO WS-DEV-ACHOU
           MOVE "N" TO WS-AVALIA-EOF
           MOVE WS-DEV-CUPOM TO VH-CUPOM
           START ARQUIVO-VENDHIST KEY IS = VH-CUPOM
               INVALID KEY MOVE "Y" TO WS-AVALIA-EOF
           END-START
           PERFORM UNTIL WS-AVALIA-EOF = "Y"
               READ ARQUIVO-VENDHIST NEXT RECORD
                   AT END MOVE "Y" TO WS-AVALIA-EOF
               END-READ
               IF WS-AVALIA-EOF = "N"
                   IF VH-CUPOM NOT = WS-DEV-CUPOM
                       MOVE "Y" TO WS-AVALIA-EOF
                   ELSE
                       MOVE "S" TO WS-DEV-ACHOU
                       DISPLAY VH-DATA " " VH-SKU " QTD " VH-QTD
                           " VALOR " VH-VALOR " " VH-TENDER " " VH-DEV
                   END-IF
               END-IF
           END-PERFORM.

      *    Percorre o cupom inteiro: a primeira venda do SKU da a
      *    data, o preco pago e a forma de pagamento; as quantidades
      *    vendidas e as ja devolvidas (linhas DEV do mesmo cupom)
      *    ficam somadas para o teste de devolucao repetida.
       P-DEV-BUSCA-CUPOM.
           MOVE "N" TO WS-DEV-ACHOU
           MOVE ZEROS TO WS-DEV-VENDIDO WS-DEV-DEVOLVIDO
           MOVE "N" TO WS-AVALIA-EOF
           MOVE WS-DEV-CUPOM TO VH-CUPOM
           START ARQUIVO-VENDHIST KEY IS = VH-CUPOM
               INVALID KEY MOVE "Y" TO WS-AVALIA-EOF
           END-START
           PERFORM UNTIL WS-AVALIA-EOF = "Y"
               READ ARQUIVO-VENDHIST NEXT RECORD
                   AT END MOVE "Y" TO WS-AVALIA-EOF
               END-READ
               IF WS-AVALIA-EOF = "N"
                   IF VH-CUPOM NOT = WS-DEV-CUPOM
                       MOVE "Y" TO WS-AVALIA-EOF
                   ELSE
                       IF VH-SKU = WS-DEV-SKU
                           IF VH-DEV = "DEV"
                               ADD VH-QTD TO WS-DEV-DEVOLVIDO
                           ELSE
                               ADD VH-QTD TO WS-DEV-VENDIDO
                               IF WS-DEV-ACHOU = "N"
                                   MOVE VH-DATA   TO WS-DEV-DATA
                                   MOVE VH-VALOR  TO WS-DEV-PRECO
                                   MOVE VH-TENDER TO WS-DEV-TENDER
                                   MOVE "S" TO WS-DEV-ACHOU
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    Danificada nao volta a prateleira: segue o mesmo caminho
      *    de baixa do baixavenc.cob, com motivo DEVOLUC na linha.
      *    A loja que recebeu a devolucao vai no fim da linha para o
      *    resultado por loja (lojaresult.cob) lancar a perda nela.
       P-DEV-BAIXA.
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD
           MOVE WS-HOJE-DATA TO DB-DATA
           MOVE WS-DEV-QTD   TO DB-QTD
           MOVE VALOR-CUSTO  TO DB-CUSTO
           COMPUTE DB-VALIDADE = ANO * 10000 + MES * 100 + DIA
           MOVE WS-LOJA      TO DB-LOJA
           OPEN EXTEND ARQUIVO-BAIXA
           IF WS-STATUS-BAIXA = "35"
               CLOSE ARQUIVO-BAIXA
           MOVE WS-VH-SEQ-PROX    TO VH-SEQ
           MOVE WS-DEV-SKU        TO VH-SKU
           MOVE WS-DEV-QTD        TO VH-QTD
           MOVE WS-DEV-PRECO      TO VH-VALOR
           MOVE WS-VENDA-OPERADOR TO VH-OPERADOR
           MOVE WS-LOJA           TO VH-LOJA
           MOVE "-"               TO VH-PROMO-TIPO
           MOVE ZEROS             TO VH-PROMO-COD
           MOVE WS-DEV-TENDER     TO VH-TENDER
           MOVE "DEV"             TO VH-DEV
           MOVE ZEROS             TO VH-LOTE
           MOVE WS-DEV-CUPOM      TO VH-CUPOM
           WRITE VENDA-HIST
               INVALID KEY
                   MOVE "Erro ao gravar a devolucao no historico."
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
           END-WRITE.

      *    Antes de mexer no estoque, acha por onde o dinheiro volta:
      *    a fatura do fiado (e quanto da linha ainda cabe creditar),
      *    o vale usado ou a compra do funcionario. Compra ja
      *    descontada na folha volta em dinheiro.
       P-DEV-ESTORNO-CONFERE.
           MOVE "S" TO WS-DEV-ESTORNO-OK
           IF WS-DEV-TENDER = "F"
               MOVE "N" TO WS-DEV-ESTORNO-OK
               DISPLAY "Cliente do fiado (IDNum): " WITH NO ADVANCING
               ACCEPT WS-FIADO-CLIENTE
               PERFORM P-DEV-ACHA-FATURA THRU P-DEV-ACHA-FATURA-FIM
               IF WS-DEV-FAT = ZEROS
                   MOVE "Erro: fatura do fiado nao encontrada."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-DEV-ESTORNO-CONFERE-FIM
               END-IF
               PERFORM P-DEV-SOMA-CREDITOS
               IF WS-DEV-JA-CRED >= WS-DEV-LINHA-VALOR
                   MOVE "Erro: linha da fatura ja creditada."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-DEV-ESTORNO-CONFERE-FIM
               END-IF
               COMPUTE WS-DEV-CRED-VALOR =
                   WS-DEV-LINHA-VALOR - WS-DEV-JA-CRED
               IF WS-DEV-VALOR < WS-DEV-CRED-VALOR
                   MOVE WS-DEV-VALOR TO WS-DEV-CRED-VALOR
               END-IF
               MOVE ZEROS TO WS-FIADO-ALIQ
               OPEN INPUT ARQUIVO-TAXAS
               IF WS-STATUS-TAXAS = "00"
                   MOVE CATEG-FISCAL TO TX-CATEGORIA
                   READ ARQUIVO-TAXAS
                       NOT INVALID KEY MOVE TX-ALIQUOTA TO WS-FIADO-ALIQ
                   END-READ
                   CLOSE ARQUIVO-TAXAS
               END-IF
               COMPUTE WS-DEV-CRED-IMP ROUNDED =
                   WS-DEV-CRED-VALOR * WS-FIADO-ALIQ
               COMPUTE WS-DEV-CRED-BRUTO =
                   WS-DEV-CRED-VALOR + WS-DEV-CRED-IMP
               DISPLAY "Fatura fiado          : " WS-DEV-FAT
                   " linha " WS-DEV-FAT-SEQ
               MOVE "S" TO WS-DEV-ESTORNO-OK
           END-IF
           IF WS-DEV-TENDER = "V"
               MOVE "N" TO WS-DEV-ESTORNO-OK
               DISPLAY "Numero do vale        : " WITH NO ADVANCING
               ACCEPT WS-VALE-NUM
               PERFORM P-VALE-ABRE
               IF WS-STATUS-VALE NOT = "00"
                   GO TO P-DEV-ESTORNO-CONFERE-FIM
               END-IF
               MOVE WS-VALE-NUM TO VP-NUM
               READ ARQUIVO-VALE
                   INVALID KEY
                       MOVE "Erro: vale-presente nao encontrado."
                           TO WS-MENSAGEM
                       PERFORM P-MSG-ZERA THRU P-MSG-FIM
                       CLOSE ARQUIVO-VALE
                       GO TO P-DEV-ESTORNO-CONFERE-FIM
               END-READ
               IF VP-SALDO NOT < VP-VALOR
                   MOVE "Erro: vale informado nao foi usado."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   CLOSE ARQUIVO-VALE
                   GO TO P-DEV-ESTORNO-CONFERE-FIM
               END-IF
               CLOSE ARQUIVO-VALE
               MOVE "S" TO WS-DEV-ESTORNO-OK
           END-IF
           IF WS-DEV-TENDER = "E"
               MOVE "N" TO WS-DEV-ESTORNO-OK
               DISPLAY "Matricula do funcionario: " WITH NO ADVANCING
               ACCEPT WS-FUNC-MATRICULA
               PERFORM P-DEV-ACHA-COMPRA THRU P-DEV-ACHA-COMPRA-FIM
               IF WS-DEV-ACHOU = "N"
                   MOVE "Erro: compra do funcionario nao encontrada."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-DEV-ESTORNO-CONFERE-FIM
               END-IF
               IF WS-DEV-CF-FOLHA NOT = ZEROS
                   DISPLAY "Compra ja descontada na folha "
                       WS-DEV-CF-FOLHA
                       " - reembolso em dinheiro."
                   MOVE "D" TO WS-DEV-TENDER
               END-IF
               MOVE "S" TO WS-DEV-ESTORNO-OK
           END-IF.
       P-DEV-ESTORNO-CONFERE-FIM.
           EXIT.

      *    Fatura do fiado da venda original: titulo do cliente com
      *    fatura da mesma data e uma linha do SKU devolvido.
       P-DEV-ACHA-FATURA.
           MOVE ZEROS TO WS-DEV-FAT
           OPEN INPUT ARQUIVO-CONTASREC
           IF WS-STATUS-CONTASREC NOT = "00"
               GO TO P-DEV-ACHA-FATURA-FIM
           END-IF
           OPEN INPUT ARQUIVO-FATURA
           IF WS-STATUS-FATURA NOT = "00"
               CLOSE ARQUIVO-CONTASREC
               GO TO P-DEV-ACHA-FATURA-FIM
           END-IF
           OPEN INPUT ARQUIVO-FATURA-IT
           IF WS-STATUS-FATURA-IT NOT = "00"
               CLOSE ARQUIVO-CONTASREC ARQUIVO-FATURA
               GO TO P-DEV-ACHA-FATURA-FIM
           END-IF
           MOVE "N" TO WS-FIADO-EOF
           MOVE WS-FIADO-CLIENTE TO CR-CLIENTE
           MOVE ZEROS TO CR-FATURA
           START ARQUIVO-CONTASREC KEY IS >= CR-CHAVE
               INVALID KEY MOVE "S" TO WS-FIADO-EOF
           END-START
           PERFORM UNTIL WS-FIADO-EOF = "S"
               READ ARQUIVO-CONTASREC NEXT RECORD
                   AT END MOVE "S" TO WS-FIADO-EOF
               END-READ
               IF WS-FIADO-EOF = "N"
                   IF CR-CLIENTE NOT = WS-FIADO-CLIENTE
                       MOVE "S" TO WS-FIADO-EOF
                   ELSE
                       MOVE CR-FATURA TO FAT-NUM
                       READ ARQUIVO-FATURA
                           INVALID KEY MOVE ZEROS TO FAT-DATA
                       END-READ
                       IF FAT-DATA = WS-DEV-DATA
                           PERFORM P-DEV-ACHA-LINHA
                           IF WS-DEV-FAT NOT = ZEROS
                               MOVE "S" TO WS-FIADO-EOF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQUIVO-CONTASREC ARQUIVO-FATURA ARQUIVO-FATURA-IT.
       P-DEV-ACHA-FATURA-FIM.
           EXIT.

       P-DEV-ACHA-LINHA.
           MOVE "N" TO WS-AVALIA-EOF
           MOVE FAT-NUM TO FATIT-NUM
           MOVE ZEROS   TO FATIT-SEQ
           START ARQUIVO-FATURA-IT KEY IS >= FATIT-CHAVE
               INVALID KEY MOVE "Y" TO WS-AVALIA-EOF
           END-START
           PERFORM UNTIL WS-AVALIA-EOF = "Y"
               READ ARQUIVO-FATURA-IT NEXT RECORD
                   AT END MOVE "Y" TO WS-AVALIA-EOF
               END-READ
               IF WS-AVALIA-EOF = "N"
                   IF FATIT-NUM NOT = FAT-NUM
                       MOVE "Y" TO WS-AVALIA-EOF
                   ELSE
                       IF FATIT-SKU = WS-DEV-SKU
                           MOVE FAT-NUM     TO WS-DEV-FAT
                           MOVE FATIT-SEQ   TO WS-DEV-FAT-SEQ
                           MOVE FATIT-VALOR TO WS-DEV-LINHA-VALOR
                           MOVE "Y" TO WS-AVALIA-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    Uma passada em CREDNOTA.DAT: o valor (sem imposto) ja
      *    creditado nesta linha da fatura, como o fatcancel.cob
      *    conta, e o maior numero de nota para numerar a nova.
       P-DEV-SOMA-CREDITOS.
           MOVE ZEROS TO WS-DEV-JA-CRED WS-DEV-NOTA-PROX
           OPEN INPUT ARQUIVO-CREDNOTA
           IF WS-STATUS-CREDNOTA = "00"
               MOVE "N" TO WS-FIADO-EOF
               PERFORM UNTIL WS-FIADO-EOF = "S"
                   READ ARQUIVO-CREDNOTA INTO WS-CREDNOTA-IN
                       AT END MOVE "S" TO WS-FIADO-EOF
                       NOT AT END
                           IF NCI-FATURA = WS-DEV-FAT
                                   AND NCI-SEQ = WS-DEV-FAT-SEQ
                                   AND NCI-VALOR NUMERIC
                                   AND NCI-IMPOSTO NUMERIC
                               COMPUTE WS-DEV-JA-CRED = WS-DEV-JA-CRED
                                   + NCI-VALOR - NCI-IMPOSTO
                           END-IF
                           IF NCI-NUMERO NUMERIC
                                   AND NCI-NUMERO > WS-DEV-NOTA-PROX
                               MOVE NCI-NUMERO TO WS-DEV-NOTA-PROX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CREDNOTA
           END-IF
           ADD 1 TO WS-DEV-NOTA-PROX.

      *    Lancamento do reembolso pela forma de pagamento da venda,
      *    depois que a mercadoria e a linha DEV ja foram gravadas.
       P-DEV-ESTORNO.
           IF WS-DEV-TENDER = "F"
               PERFORM P-DEV-FIADO-CREDITO
               GO TO P-DEV-ESTORNO-FIM
           END-IF
           IF WS-DEV-TENDER = "V"
               PERFORM P-DEV-VALE-CREDITO THRU P-DEV-VALE-CREDITO-FIM
               GO TO P-DEV-ESTORNO-FIM
           END-IF
           IF WS-DEV-TENDER = "E"
               PERFORM P-DEV-FUNC-CREDITO THRU P-DEV-FUNC-CREDITO-FIM
               GO TO P-DEV-ESTORNO-FIM
           END-IF
           IF WS-DEV-TENDER = "C"
               DISPLAY "Estorno no cartao     : " WS-DEV-VALOR
           ELSE
               DISPLAY "Reembolso em dinheiro : " WS-DEV-VALOR
           END-IF.
       P-DEV-ESTORNO-FIM.
           EXIT.

      *    Mesmo credito de linha do fatcancel.cob: o bruto abate o
      *    titulo em aberto e o que o cliente ja tinha pago alem do
      *    novo saldo vai para CREDSALDO.DAT.
       P-DEV-FIADO-CREDITO.
           MOVE ZEROS TO WS-DEV-PARA-SALDO
           OPEN I-O ARQUIVO-CONTASREC
           IF WS-STATUS-CONTASREC NOT = "00"
               MOVE "P-DEV-FIADO-CREDITO" TO EL-PARAGRAPH
               MOVE "CONTASREC.DAT"       TO EL-FILE
               MOVE WS-STATUS-CONTASREC   TO EL-STATUS
               PERFORM P-ERRO-CENTRAL
               MOVE WS-DEV-CRED-BRUTO TO WS-DEV-PARA-SALDO
           ELSE
               MOVE WS-FIADO-CLIENTE TO CR-CLIENTE
               MOVE WS-DEV-FAT       TO CR-FATURA
               READ ARQUIVO-CONTASREC
                   INVALID KEY
                       MOVE WS-DEV-CRED-BRUTO TO WS-DEV-PARA-SALDO
                   NOT INVALID KEY
                       COMPUTE WS-DEV-ABERTO =
                           CR-VALOR-ORIG - CR-VALOR-PAGO
                       MOVE CONTASREC-REG TO AU-BEFORE
                       IF WS-DEV-CRED-BRUTO <= WS-DEV-ABERTO
                           SUBTRACT WS-DEV-CRED-BRUTO FROM CR-VALOR-ORIG
                       ELSE
                           COMPUTE WS-DEV-PARA-SALDO =
                               WS-DEV-CRED-BRUTO - WS-DEV-ABERTO
                           MOVE CR-VALOR-PAGO TO CR-VALOR-ORIG
                       END-IF
                       REWRITE CONTASREC-REG
                           INVALID KEY
                               MOVE "P-DEV-FIADO-CREDITO"
                                   TO EL-PARAGRAPH
                               MOVE "CONTASREC.DAT" TO EL-FILE
                               MOVE WS-STATUS-CONTASREC TO EL-STATUS
                               PERFORM P-ERRO-CENTRAL
                           NOT INVALID KEY
                               MOVE "CONTASREC"   TO AU-FILE
                               MOVE CR-CHAVE      TO AU-KEY
                               MOVE SG-OPERATOR   TO AU-OPERATOR
                               MOVE "UPD"         TO AU-ACTION
                               MOVE CONTASREC-REG TO AU-AFTER
                               CALL "auditlog" USING WS-AU-AREA
                       END-REWRITE
               END-READ
               CLOSE ARQUIVO-CONTASREC
           END-IF
           IF WS-DEV-PARA-SALDO > ZEROS
               PERFORM P-DEV-CREDSALDO
           END-IF
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD
           MOVE WS-HOJE-DATA      TO NC-DATA
           MOVE WS-DEV-FAT        TO NC-FATURA
           MOVE WS-FIADO-CLIENTE  TO NC-CLIENTE
           MOVE WS-DEV-CRED-BRUTO TO NC-VALOR
           MOVE SG-OPERATOR       TO NC-OPERADOR
           MOVE WS-DEV-NOTA-PROX  TO NC-NUMERO
           MOVE WS-DEV-FAT-SEQ    TO NC-SEQ
           MOVE WS-DEV-CRED-IMP   TO NC-IMPOSTO
           MOVE WS-DEV-PARA-SALDO TO NC-CREDSALDO
           OPEN EXTEND ARQUIVO-CREDNOTA
           IF WS-STATUS-CREDNOTA = "35"
               CLOSE ARQUIVO-CREDNOTA
               OPEN OUTPUT ARQUIVO-CREDNOTA
           END-IF
           WRITE CREDNOTA-REC FROM WS-CREDNOTA-LINHA
           CLOSE ARQUIVO-CREDNOTA
           DISPLAY "Nota de credito       : " WS-DEV-NOTA-PROX
               " na fatura " WS-DEV-FAT
           DISPLAY "Credito no fiado      : " WS-DEV-CRED-BRUTO
           IF WS-DEV-PARA-SALDO > ZEROS
               DISPLAY "Credito do cliente    : " WS-DEV-PARA-SALDO
           END-IF.

       P-DEV-CREDSALDO.
           OPEN I-O ARQUIVO-CREDSALDO
           IF WS-STATUS-CREDSALDO = "35"
               OPEN OUTPUT ARQUIVO-CREDSALDO
               CLOSE ARQUIVO-CREDSALDO
               OPEN I-O ARQUIVO-CREDSALDO
           END-IF
           IF WS-STATUS-CREDSALDO NOT = "00"
               MOVE "P-DEV-CREDSALDO"   TO EL-PARAGRAPH
               MOVE "CREDSALDO.DAT"     TO EL-FILE
               MOVE WS-STATUS-CREDSALDO TO EL-STATUS
               PERFORM P-ERRO-CENTRAL
           ELSE
               MOVE WS-FIADO-CLIENTE TO CS-CLIENTE
               READ ARQUIVO-CREDSALDO
                   INVALID KEY
                       MOVE SPACES            TO AU-BEFORE
                       MOVE WS-FIADO-CLIENTE  TO CS-CLIENTE
                       MOVE WS-DEV-PARA-SALDO TO CS-SALDO
                       WRITE CREDSALDO-REG
                       END-WRITE
                       MOVE "ADD" TO AU-ACTION
                   NOT INVALID KEY
                       MOVE CREDSALDO-REG TO AU-BEFORE
                       ADD WS-DEV-PARA-SALDO TO CS-SALDO
                       REWRITE CREDSALDO-REG
                       END-REWRITE
                       MOVE "UPD" TO AU-ACTION
               END-READ
               MOVE "CREDSALDO"   TO AU-FILE
               MOVE CS-CLIENTE    TO AU-KEY
               MOVE SG-OPERATOR   TO AU-OPERATOR
               MOVE CREDSALDO-REG TO AU-AFTER
               CALL "auditlog" USING WS-AU-AREA
               CLOSE ARQUIVO-CREDSALDO
           END-IF.

      *    O valor devolvido volta ao vale, ate o valor de face.
       P-DEV-VALE-CREDITO.
           PERFORM P-VALE-ABRE
           IF WS-STATUS-VALE NOT = "00"
               GO TO P-DEV-VALE-CREDITO-FIM
           END-IF
           MOVE WS-VALE-NUM TO VP-NUM
           READ ARQUIVO-VALE
               INVALID KEY
                   CLOSE ARQUIVO-VALE
                   GO TO P-DEV-VALE-CREDITO-FIM
           END-READ
           MOVE VALE-PRESENTE TO AU-BEFORE
           COMPUTE WS-VALE-USO = VP-VALOR - VP-SALDO
           IF WS-DEV-VALOR < WS-VALE-USO
               MOVE WS-DEV-VALOR TO WS-VALE-USO
           END-IF
           ADD WS-VALE-USO TO VP-SALDO
           MOVE "A" TO VP-SITUACAO
           REWRITE VALE-PRESENTE
               INVALID KEY
                   MOVE "P-DEV-VALE-CREDITO" TO EL-PARAGRAPH
                   MOVE "VALEPRES.DAT"       TO EL-FILE
                   MOVE WS-STATUS-VALE       TO EL-STATUS
                   PERFORM P-ERRO-CENTRAL
                   CLOSE ARQUIVO-VALE
                   GO TO P-DEV-VALE-CREDITO-FIM
           END-REWRITE
           MOVE "VALEPRES.DAT"    TO AU-FILE
           MOVE VP-NUM            TO AU-KEY
           MOVE SG-OPERATOR       TO AU-OPERATOR
           MOVE "UPD"             TO AU-ACTION
           MOVE VALE-PRESENTE     TO AU-AFTER
           CALL "auditlog" USING WS-AU-AREA
           CLOSE ARQUIVO-VALE
           DISPLAY "Devolvido ao vale     : " WS-VALE-USO
           DISPLAY "Saldo do vale         : " VP-SALDO.
       P-DEV-VALE-CREDITO-FIM.
           EXIT.

      *    Compra da matricula na data da venda: a do mesmo cupom
      *    (cesta) ou, na venda avulsa, a do mesmo SKU.
       P-DEV-ACHA-COMPRA.
           MOVE "N" TO WS-DEV-ACHOU
           MOVE ZEROS TO WS-DEV-CF-FOLHA
           OPEN INPUT ARQUIVO-COMPFUN
           IF WS-STATUS-COMPFUN NOT = "00"
               GO TO P-DEV-ACHA-COMPRA-FIM
           END-IF
           MOVE "N" TO WS-FUNC-EOF
           MOVE WS-FUNC-MATRICULA TO CF-MATRICULA
           MOVE WS-DEV-DATA       TO CF-DATA
           MOVE ZEROS             TO CF-SEQ
           START ARQUIVO-COMPFUN KEY IS >= CF-CHAVE
               INVALID KEY MOVE "S" TO WS-FUNC-EOF
           END-START
           PERFORM UNTIL WS-FUNC-EOF = "S"
               READ ARQUIVO-COMPFUN NEXT RECORD
                   AT END MOVE "S" TO WS-FUNC-EOF
               END-READ
               IF WS-FUNC-EOF = "N"
                   IF CF-MATRICULA NOT = WS-FUNC-MATRICULA
                      OR CF-DATA NOT = WS-DEV-DATA
                       MOVE "S" TO WS-FUNC-EOF
                   ELSE
                       IF (WS-DEV-CUPOM > ZEROS
                               AND CF-CUPOM = WS-DEV-CUPOM)
                          OR (WS-DEV-CUPOM = ZEROS
                               AND CF-CUPOM = ZEROS
                               AND CF-SKU = WS-DEV-SKU)
                           MOVE CF-CHAVE TO WS-DEV-CF-CHAVE
                           MOVE CF-FOLHA TO WS-DEV-CF-FOLHA
                           MOVE "S" TO WS-DEV-ACHOU
                           MOVE "S" TO WS-FUNC-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQUIVO-COMPFUN.
       P-DEV-ACHA-COMPRA-FIM.
           EXIT.

      *    Compra ainda nao descontada: o valor devolvido sai dela,
      *    e com isso do gasto do mes e do proximo desconto em folha.
       P-DEV-FUNC-CREDITO.
           OPEN I-O ARQUIVO-COMPFUN
           IF WS-STATUS-COMPFUN NOT = "00"
               MOVE "P-DEV-FUNC-CREDITO" TO EL-PARAGRAPH
               MOVE "COMPFUN.DAT"        TO EL-FILE
               MOVE WS-STATUS-COMPFUN    TO EL-STATUS
               PERFORM P-ERRO-CENTRAL
               GO TO P-DEV-FUNC-CREDITO-FIM
           END-IF
           MOVE WS-DEV-CF-CHAVE TO CF-CHAVE
           READ ARQUIVO-COMPFUN
               INVALID KEY
                   CLOSE ARQUIVO-COMPFUN
                   GO TO P-DEV-FUNC-CREDITO-FIM
           END-READ
           MOVE WS-DEV-VALOR TO WS-FUNC-VALOR
           IF WS-FUNC-VALOR > CF-VALOR
               MOVE CF-VALOR TO WS-FUNC-VALOR
           END-IF
           SUBTRACT WS-FUNC-VALOR FROM CF-VALOR
           REWRITE COMPFUN-REG
               INVALID KEY
                   MOVE "P-DEV-FUNC-CREDITO" TO EL-PARAGRAPH
                   MOVE "COMPFUN.DAT"        TO EL-FILE
                   MOVE WS-STATUS-COMPFUN    TO EL-STATUS
                   PERFORM P-ERRO-CENTRAL
           END-REWRITE
           CLOSE ARQUIVO-COMPFUN
           DISPLAY "Abatido do desconto   : " WS-FUNC-VALOR.
       P-DEV-FUNC-CREDITO-FIM.
           EXIT.

      *    Busca por SKU ou codigo de barras: valores acima de 9999
      *    nao cabem num SKU, entao sao tratados como EAN lido no
      *    leitor; o resto continua sendo o SKU de 4 digitos.
      ***************************************
      * Parágrafos de recebimento           *
      ***************************************
      *    Entrada de mercadoria do fornecedor: as linhas da entrega
      *    sao digitadas primeiro, depois as despesas da nota (frete,
      *    descarga, seguro) uma vez so, rateadas entre as linhas por
      *    valor ou por quantidade. Cada linha soma a quantidade ao
      *    estoque e recalcula o VALOR-CUSTO como media ponderada entre
      *    o estoque antigo e o custo posto (nota + rateio), para que
      *    o relatorio de margem reflita o custo real; o rateio fica
      *    gravado na linha do RECEBTO.DAT.
       P-RECEBE-PRODUTO.
           IF WS-PERIODO-FECHOU
               MOVE "Mes fechado: recebimento bloqueado ate reabertura."
           END-IF

           DISPLAY " "
           DISPLAY "Operador                : " WITH NO ADVANCING
           ACCEPT WS-RECEBE-OPERADOR
           DISPLAY "Pedido (0 = avulso)     : " WITH NO ADVANCING
           ACCEPT WS-RECEBE-PEDIDO
           DISPLAY "Loja de destino         : " WITH NO ADVANCING
           ACCEPT WS-LOJA
           MOVE ZEROS TO WS-RCB-TOTAL
           MOVE "S" TO WS-RCB-MAIS
           PERFORM P-RECEBE-ITEM THRU P-RECEBE-ITEM-FIM
               UNTIL WS-RCB-MAIS = "N"
           IF WS-RCB-TOTAL = ZEROS
               MOVE "Nenhuma linha recebida." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RECEBE-SAIDA
           END-IF

           DISPLAY "Frete da nota           : " WITH NO ADVANCING
           ACCEPT WS-RCB-FRETE
           DISPLAY "Descarga                : " WITH NO ADVANCING
           ACCEPT WS-RCB-DESCARGA
           DISPLAY "Seguro                  : " WITH NO ADVANCING
           ACCEPT WS-RCB-SEGURO
           COMPUTE WS-RCB-DESPESAS =
               WS-RCB-FRETE + WS-RCB-DESCARGA + WS-RCB-SEGURO
           MOVE "V" TO WS-RCB-BASE
           IF WS-RCB-DESPESAS > ZEROS
               DISPLAY "Ratear por (V)alor ou (Q)uantidade: "
                   WITH NO ADVANCING
               ACCEPT WS-RCB-BASE
               IF WS-RCB-BASE = "q"
                   MOVE "Q" TO WS-RCB-BASE
               END-IF
               IF WS-RCB-BASE NOT = "Q"
                   MOVE "V" TO WS-RCB-BASE
               END-IF
           END-IF
           PERFORM P-RECEBE-RATEIO
               THRU P-RECEBE-RATEIO-FIM

           MOVE ZEROS TO WS-RCB-POSTADAS
           PERFORM P-RECEBE-POSTA-LINHA THRU P-RECEBE-POSTA-FIM
               VARYING WS-RCB-IDX FROM 1 BY 1
               UNTIL WS-RCB-IDX > WS-RCB-TOTAL
           IF WS-RCB-POSTADAS = WS-RCB-TOTAL
               MOVE "Recebimento registrado com sucesso!"
                   TO WS-MENSAGEM
               MOVE "S" TO WS-MENSAGEM-SUCESSO
           ELSE
               MOVE "Recebimento gravado com linhas em erro."
                   TO WS-MENSAGEM
           END-IF
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.

       P-RECEBE-SAIDA.
           EXIT.

      *    Uma linha da entrega; SKU zero encerra a digitacao.
       P-RECEBE-ITEM.
           IF WS-RCB-TOTAL >= WS-RCB-MAX
               DISPLAY "Limite de linhas por entrega atingido."
               MOVE "N" TO WS-RCB-MAIS
               GO TO P-RECEBE-ITEM-FIM
           END-IF
           DISPLAY " "
           DISPLAY "SKU recebido (0 = fim)  : " WITH NO ADVANCING
           ACCEPT WS-RECEBE-SKU
           IF WS-RECEBE-SKU = ZEROS
               MOVE "N" TO WS-RCB-MAIS
               GO TO P-RECEBE-ITEM-FIM
           END-IF
           MOVE WS-RECEBE-SKU TO SKU
           READ ARQUIVO-ESTOQUE KEY IS SKU
               INVALID KEY
                   MOVE "Erro: produto nao encontrado." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-RECEBE-ITEM-FIM
           END-READ
           DISPLAY "Quantidade recebida     : " WITH NO ADVANCING
           ACCEPT WS-RECEBE-QTD
           IF WS-RECEBE-QTD = ZEROS
               MOVE "Erro: quantidade nao pode ser zero."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RECEBE-ITEM-FIM
           END-IF
           DISPLAY "Custo unitario da nota  : " WITH NO ADVANCING
           ACCEPT WS-RECEBE-CUSTO
           IF WS-RECEBE-CUSTO = ZEROS
               MOVE "Erro: preencha o custo da nota." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RECEBE-ITEM-FIM
           END-IF
           DISPLAY "Validade do lote (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-LOTE-VALIDADE
           ADD 1 TO WS-RCB-TOTAL
           MOVE WS-RECEBE-SKU    TO RB-SKU (WS-RCB-TOTAL)
           MOVE WS-RECEBE-QTD    TO RB-QTD (WS-RCB-TOTAL)
           MOVE WS-RECEBE-CUSTO  TO RB-CUSTO (WS-RCB-TOTAL)
           MOVE WS-LOTE-VALIDADE TO RB-VALIDADE (WS-RCB-TOTAL)
           MOVE ZEROS            TO RB-RATEIO (WS-RCB-TOTAL).
       P-RECEBE-ITEM-FIM.
           EXIT.

      *    Rateio proporcional ao valor da linha (quantidade x custo
      *    da nota) ou a quantidade; a ultima linha leva a sobra do
      *    arredondamento para o total rateado bater com as despesas.
       P-RECEBE-RATEIO.
           MOVE ZEROS TO WS-RCB-BASE-TOTAL WS-RCB-RATEADO
           IF WS-RCB-DESPESAS = ZEROS
               GO TO P-RECEBE-RATEIO-FIM
           END-IF
           PERFORM VARYING WS-RCB-IDX FROM 1 BY 1
                   UNTIL WS-RCB-IDX > WS-RCB-TOTAL
               IF WS-RCB-BASE = "Q"
                   ADD RB-QTD (WS-RCB-IDX) TO WS-RCB-BASE-TOTAL
               ELSE
                   COMPUTE WS-RCB-BASE-TOTAL = WS-RCB-BASE-TOTAL
                       + RB-QTD (WS-RCB-IDX) * RB-CUSTO (WS-RCB-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RCB-IDX FROM 1 BY 1
                   UNTIL WS-RCB-IDX > WS-RCB-TOTAL
               IF WS-RCB-IDX = WS-RCB-TOTAL
                   COMPUTE RB-RATEIO (WS-RCB-IDX) =
                       WS-RCB-DESPESAS - WS-RCB-RATEADO
               ELSE
                   IF WS-RCB-BASE = "Q"
                       COMPUTE RB-RATEIO (WS-RCB-IDX) ROUNDED =
                           WS-RCB-DESPESAS * RB-QTD (WS-RCB-IDX)
                           / WS-RCB-BASE-TOTAL
                   ELSE
                       COMPUTE RB-RATEIO (WS-RCB-IDX) ROUNDED =
                           WS-RCB-DESPESAS * RB-QTD (WS-RCB-IDX)
                           * RB-CUSTO (WS-RCB-IDX) / WS-RCB-BASE-TOTAL
                   END-IF
                   ADD RB-RATEIO (WS-RCB-IDX) TO WS-RCB-RATEADO
               END-IF
           END-PERFORM.
       P-RECEBE-RATEIO-FIM.
           EXIT.

       P-RECEBE-POSTA-LINHA.
           MOVE RB-SKU (WS-RCB-IDX)      TO WS-RECEBE-SKU SKU
           MOVE RB-QTD (WS-RCB-IDX)      TO WS-RECEBE-QTD
           MOVE RB-CUSTO (WS-RCB-IDX)    TO WS-RECEBE-CUSTO
           MOVE RB-VALIDADE (WS-RCB-IDX) TO WS-LOTE-VALIDADE
           READ ARQUIVO-ESTOQUE KEY IS SKU
               INVALID KEY
                   DISPLAY "Erro: SKU " WS-RECEBE-SKU
                       " nao encontrado, linha nao gravada."
                   GO TO P-RECEBE-POSTA-FIM
           END-READ
           COMPUTE WS-RCB-LANDED ROUNDED =
               (WS-RECEBE-QTD * WS-RECEBE-CUSTO
                + RB-RATEIO (WS-RCB-IDX)) / WS-RECEBE-QTD
               ON SIZE ERROR MOVE WS-RECEBE-CUSTO TO WS-RCB-LANDED
           END-COMPUTE
           MOVE WS-RECEBE-SKU TO WS-TR-SKU
           MOVE WS-RECEBE-QTD TO WS-LOJA-QTD
           PERFORM P-ESTLOJA-CREDITA

           MOVE PRODUTO TO WS-AU-ANTES
           COMPUTE VALOR-CUSTO ROUNDED =
               (QTD-ESTOQUE * VALOR-CUSTO
                + WS-RECEBE-QTD * WS-RCB-LANDED)
               / (QTD-ESTOQUE + WS-RECEBE-QTD)
           ADD WS-RECEBE-QTD TO QTD-ESTOQUE
           REWRITE PRODUTO
               INVALID KEY
                   DISPLAY "Erro ao gravar o recebimento do SKU "
                       WS-RECEBE-SKU
                   GO TO P-RECEBE-POSTA-FIM
               NOT INVALID KEY
                   ADD 1 TO WS-RCB-POSTADAS
                   MOVE "RCB"       TO AU-ACTION
                   MOVE WS-AU-ANTES TO AU-BEFORE
                   MOVE PRODUTO     TO AU-AFTER
                   PERFORM P-AUDIT-GRAVA
                   PERFORM P-GRAVA-MARGEM
                   PERFORM P-LOG-RECEBTO
                   PERFORM P-LOTE-ENTRADA
                       PERFORM P-RECEBE-BAIXA-PEDIDO
                           THRU P-RECEBE-BAIXA-FIM
                   END-IF
                   IF RB-RATEIO (WS-RCB-IDX) > ZEROS
                       DISPLAY "SKU " WS-RECEBE-SKU " despesas "
                           RB-RATEIO (WS-RCB-IDX) " custo posto "
                           WS-RCB-LANDED
                   END-IF
           END-REWRITE.
       P-RECEBE-POSTA-FIM.
           EXIT.

      *    Cada recebimento abre um lote proprio (numero sequencial
      *    por SKU) com validade e fornecedor, para o recall saber
      *    exatamente o que entrou quando - o ESTOQUE.DAT continua
      *    com uma validade so por SKU, como sempre. Quem chama ja
      *    deixou a validade em WS-LOTE-VALIDADE.
       P-LOTE-ENTRADA.
           PERFORM P-LOTE-PROXIMO-NUM
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD
           MOVE WS-RECEBE-SKU   TO LT-SKU
           START ARQUIVO-PEDIDO-IT KEY IS >= PEDIT-CHAVE
               INVALID KEY MOVE "Y" TO WS-AVALIA-EOF
           END-START
           PERFORM UNTIL WS-AVALIA-EOF = "Y"
               READ ARQUIVO-PEDIDO-IT NEXT RECORD
                   AT END MOVE "Y" TO WS-AVALIA-EOF
               END-READ
               IF WS-AVALIA-EOF = "N"
                   IF PEDIT-NUM NOT = WS-RECEBE-PEDIDO
                       MOVE "Y" TO WS-AVALIA-EOF
                   ELSE
                       IF PEDIT-QTD-RECEBIDA < PEDIT-QTD
                           MOVE "N" TO WS-PED-COMPLETO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-RECEBE-PEDIDO TO PED-NUM
           READ ARQUIVO-PEDIDO
               INVALID KEY GO TO P-RECEBE-FECHA-FIM
           END-READ
           IF WS-PED-COMPLETO = "S"
               MOVE "F" TO PED-SITUACAO
               REWRITE PEDIDO
                   INVALID KEY CONTINUE
               END-REWRITE
               DISPLAY "Pedido " PED-NUM " totalmente recebido."
           ELSE
               IF PED-SITUACAO NOT = "A"
                   MOVE "A" TO PED-SITUACAO
                   REWRITE PEDIDO
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
           END-IF.
       P-RECEBE-FECHA-FIM.
           EXIT.

       P-LOG-RECEBTO.
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD
           MOVE WS-HOJE-DATA(1:4)  TO RC-YYYY
           MOVE WS-HOJE-DATA(5:2)  TO RC-MM
           MOVE WS-HOJE-DATA(7:2)  TO RC-DD
           MOVE SKU                TO RC-SKU
           MOVE WS-RECEBE-QTD      TO RC-QTD
           MOVE WS-RECEBE-CUSTO    TO RC-CUSTO
           MOVE WS-RECEBE-OPERADOR TO RC-OPERADOR
           MOVE WS-RECEBE-PEDIDO   TO RC-PEDIDO
           MOVE RB-RATEIO (WS-RCB-IDX) TO RC-RATEIO
           MOVE WS-RCB-LANDED      TO RC-LANDED
           MOVE WS-RCB-BASE        TO RC-BASE

           OPEN EXTEND ARQUIVO-RECEBTO
           IF WS-STATUS-RECEBTO = "35"
               CLOSE ARQUIVO-RECEBTO
               OPEN OUTPUT ARQUIVO-RECEBTO
           END-IF
           WRITE RECEBTO-REC FROM WS-RECEBE-LINHA
           CLOSE ARQUIVO-RECEBTO.

      ***************************************
      * Vale-presente                       *
      ***************************************
      *    O vale vendido e dinheiro que a loja deve, nao receita:
      *    a venda do vale entra no historico como linha propria
      *    (SKU 0000, VH-DEV "VPR") para a gaveta da loja conferir,
      *    e fica fora da analise de vendas. A receita aparece no
      *    resgate, quando o vale paga produtos (forma V). O saldo
      *    que sobra de um resgate parcial continua no vale; o saldo
      *    em aberto de todos os vales sai no valerel.cob.
       P-VALE-MENU.
           DISPLAY " "
           DISPLAY "VALE-PRESENTE"
           DISPLAY "1 - Vender vale-presente"
           DISPLAY "2 - Consultar saldo"
           DISPLAY "0 - Voltar ao menu"
           DISPLAY "Opcao: " WITH NO ADVANCING
           ACCEPT WS-VALE-OPCAO
           IF WS-VALE-OPCAO = 1
               PERFORM P-VALE-VENDER THRU P-VALE-VENDER-FIM
           ELSE IF WS-VALE-OPCAO = 2
               PERFORM P-VALE-CONSULTA THRU P-VALE-CONSULTA-FIM
           ELSE
               GO TO P-VALE-SAIDA.
           GO TO P-VALE-MENU.

       P-VALE-SAIDA.
           EXIT.

       P-VALE-ABRE.
           OPEN I-O ARQUIVO-VALE
           IF WS-STATUS-VALE = "35"
               OPEN OUTPUT ARQUIVO-VALE
               CLOSE ARQUIVO-VALE
               OPEN I-O ARQUIVO-VALE
           END-IF
           IF WS-STATUS-VALE NOT = "00"
               MOVE "P-VALE-ABRE"        TO EL-PARAGRAPH
               MOVE "VALEPRES.DAT"       TO EL-FILE
               MOVE WS-STATUS-VALE       TO EL-STATUS
               PERFORM P-ERRO-CENTRAL
           END-IF.

       P-VALE-VENDER.
           IF WS-PERIODO-FECHOU
               MOVE "Mes fechado: venda bloqueada ate reabertura."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VALE-VENDER-FIM
           END-IF
           DISPLAY "Valor do vale         : " WITH NO ADVANCING
           ACCEPT WS-VALE-VALOR
           IF WS-VALE-VALOR = ZEROS
               MOVE "Erro: valor do vale nao pode ser zero."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VALE-VENDER-FIM
           END-IF
           DISPLAY "Loja da venda         : " WITH NO ADVANCING
           ACCEPT WS-LOJA
           DISPLAY "Operador              : " WITH NO ADVANCING
           ACCEPT WS-VENDA-OPERADOR
      *    Vale se paga em dinheiro ou cartao: nem fiado nem outro
      *    vale.
           DISPLAY "Pagamento (D=dinheiro C=cartao): "
               WITH NO ADVANCING
           ACCEPT WS-VENDA-TENDER
           IF WS-VENDA-TENDER NOT = "C"
               MOVE "D" TO WS-VENDA-TENDER
           END-IF
           PERFORM P-VALE-ABRE
           IF WS-STATUS-VALE NOT = "00"
               GO TO P-VALE-VENDER-FIM
           END-IF
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD
           MOVE 999999 TO VP-NUM
           START ARQUIVO-VALE KEY IS LESS THAN VP-NUM
               INVALID KEY MOVE ZEROS TO VP-NUM
               NOT INVALID KEY
                   READ ARQUIVO-VALE NEXT RECORD
                       AT END MOVE ZEROS TO VP-NUM
                   END-READ
           END-START
           ADD 1 TO VP-NUM
           MOVE VP-NUM            TO WS-VALE-NUM
           MOVE WS-VALE-VALOR     TO VP-VALOR VP-SALDO
           MOVE WS-HOJE-DATA      TO VP-EMISSAO
           COMPUTE VP-VALIDADE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-HOJE-DATA)
                + WS-VALE-DIAS)
           MOVE "A"               TO VP-SITUACAO
           MOVE WS-LOJA           TO VP-LOJA
           MOVE WS-VENDA-OPERADOR TO VP-OPERADOR
           MOVE ZEROS             TO VP-ULTIMO-USO
           WRITE VALE-PRESENTE
               INVALID KEY
                   MOVE "P-VALE-VENDER"  TO EL-PARAGRAPH
                   MOVE "VALEPRES.DAT"   TO EL-FILE
                   MOVE WS-STATUS-VALE   TO EL-STATUS
                   PERFORM P-ERRO-CENTRAL
                   CLOSE ARQUIVO-VALE
                   GO TO P-VALE-VENDER-FIM
           END-WRITE
           MOVE "VALEPRES.DAT"    TO AU-FILE
           MOVE VP-NUM            TO AU-KEY
           MOVE SG-OPERATOR       TO AU-OPERATOR
           MOVE "ADD"             TO AU-ACTION
           MOVE SPACES            TO AU-BEFORE
           MOVE VALE-PRESENTE     TO AU-AFTER
           CALL "auditlog" USING WS-AU-AREA
           MOVE VP-VALIDADE       TO WS-VALE-VALIDADE
           CLOSE ARQUIVO-VALE

           PERFORM P-VENDHIST-PROXIMO-SEQ
           MOVE WS-HOJE-DATA      TO VH-DATA
           MOVE WS-VH-SEQ-PROX    TO VH-SEQ
           MOVE ZEROS             TO VH-SKU
           MOVE 1                 TO VH-QTD
           MOVE WS-VALE-VALOR     TO VH-VALOR
           MOVE WS-VENDA-OPERADOR TO VH-OPERADOR
           MOVE WS-LOJA           TO VH-LOJA
           MOVE "-"               TO VH-PROMO-TIPO
           MOVE ZEROS             TO VH-PROMO-COD
           MOVE WS-VENDA-TENDER   TO VH-TENDER
           MOVE "VPR"             TO VH-DEV
           MOVE ZEROS             TO VH-LOTE
           MOVE ZEROS             TO VH-CUPOM
           WRITE VENDA-HIST
               INVALID KEY
                   MOVE "Erro ao gravar a venda do vale no historico."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-VALE-VENDER-FIM
           END-WRITE
           DISPLAY "Vale-presente numero  : " WS-VALE-NUM
           DISPLAY "Valor                 : " WS-VALE-VALOR
           DISPLAY "Valido ate            : " WS-VALE-VALIDADE
           MOVE "Vale-presente vendido com sucesso!" TO WS-MENSAGEM
           MOVE "S" TO WS-MENSAGEM-SUCESSO
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.
       P-VALE-VENDER-FIM.
           EXIT.

       P-VALE-CONSULTA.
           DISPLAY "Numero do vale        : " WITH NO ADVANCING
           ACCEPT WS-VALE-NUM
           PERFORM P-VALE-ABRE
           IF WS-STATUS-VALE NOT = "00"
               GO TO P-VALE-CONSULTA-FIM
           END-IF
           MOVE WS-VALE-NUM TO VP-NUM
           READ ARQUIVO-VALE
               INVALID KEY
                   MOVE "Erro: vale-presente nao encontrado."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   CLOSE ARQUIVO-VALE
                   GO TO P-VALE-CONSULTA-FIM
           END-READ
           DISPLAY "Valor de emissao      : " VP-VALOR
           DISPLAY "Saldo                 : " VP-SALDO
           DISPLAY "Emitido em            : " VP-EMISSAO
           DISPLAY "Valido ate            : " VP-VALIDADE
           DISPLAY "Ultimo uso            : " VP-ULTIMO-USO
           CLOSE ARQUIVO-VALE
           DISPLAY "Pressione ENTER para continuar..." WITH NO ADVANCING
           ACCEPT WS-PAUSA.
       P-VALE-CONSULTA-FIM.
           EXIT.

      *    Resgate: WS-VALE-USO chega com o valor a pagar; o vale tem
      *    de existir, estar ativo, dentro da validade e com saldo
      *    que cubra a compra.
       P-VALE-CONFERE.
           MOVE "N" TO WS-VALE-OK
           DISPLAY "Numero do vale        : " WITH NO ADVANCING
           ACCEPT WS-VALE-NUM
           PERFORM P-VALE-ABRE
           IF WS-STATUS-VALE NOT = "00"
               GO TO P-VALE-CONFERE-FIM
           END-IF
           MOVE WS-VALE-NUM TO VP-NUM
           READ ARQUIVO-VALE
               INVALID KEY
                   MOVE "Erro: vale-presente nao encontrado."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   CLOSE ARQUIVO-VALE
                   GO TO P-VALE-CONFERE-FIM
           END-READ
           MOVE VP-SALDO    TO WS-VALE-SALDO
           MOVE VP-VALIDADE TO WS-VALE-VALIDADE
           MOVE VP-SITUACAO TO WS-VALE-SITUACAO
           CLOSE ARQUIVO-VALE
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD
           IF WS-VALE-SITUACAO NOT = "A"
               MOVE "Erro: vale-presente sem saldo." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VALE-CONFERE-FIM
           END-IF
           IF WS-VALE-VALIDADE < WS-HOJE-DATA
               MOVE "Erro: vale-presente vencido." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VALE-CONFERE-FIM
           END-IF
           DISPLAY "Saldo do vale         : " WS-VALE-SALDO
           IF WS-VALE-SALDO < WS-VALE-USO
               MOVE "Erro: saldo do vale nao cobre a compra."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VALE-CONFERE-FIM
           END-IF
           MOVE "S" TO WS-VALE-OK.
       P-VALE-CONFERE-FIM.
           EXIT.

       P-VALE-VENDA-UNICA.
           COMPUTE WS-VALE-USO = WS-FID-TOTAL-VENDA - WS-FID-DESCONTO
           PERFORM P-VALE-DEBITA THRU P-VALE-DEBITA-FIM.

      *    Baixa o valor resgatado (desconto de fidelidade ja fora);
      *    o que sobra fica no vale, que so zera quando o saldo
      *    acaba.
       P-VALE-DEBITA.
           PERFORM P-VALE-ABRE
           IF WS-STATUS-VALE NOT = "00"
               GO TO P-VALE-DEBITA-FIM
           END-IF
           MOVE WS-VALE-NUM TO VP-NUM
           READ ARQUIVO-VALE
               INVALID KEY
                   MOVE "Erro: vale-presente nao encontrado."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   CLOSE ARQUIVO-VALE
                   GO TO P-VALE-DEBITA-FIM
           END-READ
           MOVE VALE-PRESENTE TO AU-BEFORE
           IF WS-VALE-USO > VP-SALDO
               MOVE VP-SALDO TO WS-VALE-USO
           END-IF
           SUBTRACT WS-VALE-USO FROM VP-SALDO
           MOVE VP-SALDO TO WS-VALE-SALDO
           IF VP-SALDO = ZEROS
               MOVE "Z" TO VP-SITUACAO
           END-IF
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD
           MOVE WS-HOJE-DATA TO VP-ULTIMO-USO
           REWRITE VALE-PRESENTE
               INVALID KEY
                   MOVE "P-VALE-DEBITA"  TO EL-PARAGRAPH
                   MOVE "VALEPRES.DAT"   TO EL-FILE
                   MOVE WS-STATUS-VALE   TO EL-STATUS
                   PERFORM P-ERRO-CENTRAL
                   CLOSE ARQUIVO-VALE
                   GO TO P-VALE-DEBITA-FIM
           END-REWRITE
           MOVE "VALEPRES.DAT"    TO AU-FILE
           MOVE VP-NUM            TO AU-KEY
           MOVE SG-OPERATOR       TO AU-OPERATOR
           MOVE "UPD"             TO AU-ACTION
           MOVE VALE-PRESENTE     TO AU-AFTER
           CALL "auditlog" USING WS-AU-AREA
           CLOSE ARQUIVO-VALE
           DISPLAY "Resgatado do vale     : " WS-VALE-USO
           DISPLAY "Saldo restante        : " WS-VALE-SALDO.
       P-VALE-DEBITA-FIM.
           EXIT.

      ***************************************
      * Compra de funcionario (desconto)    *
      ***************************************
      *    Forma de pagamento E: a compra fica na conta da matricula
      *    e sai no holerite do mes. So funcionario ativo (fora do
      *    DESLIG.DAT que a rescisao grava), e o gasto do mes mais
      *    esta compra nao passa do limite sobre o salario - aqui
      *    nao ha liberacao de supervisor, o desconto em folha tem
      *    teto. WS-FUNC-VALOR chega preenchido com o valor.
       P-FUNC-CONFERE.
           MOVE "N" TO WS-FUNC-OK
           DISPLAY "Matricula do funcionario: " WITH NO ADVANCING
           ACCEPT WS-FUNC-MATRICULA
           IF WS-FUNC-MATRICULA = ZEROS
               MOVE "Erro: desconto em folha exige a matricula."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FUNC-CONFERE-FIM
           END-IF
           OPEN INPUT ARQUIVO-FUNCION
           IF WS-STATUS-FUNCION NOT = "00"
               MOVE "Erro: cadastro de funcionarios indisponivel."
                   TO WS-MENSAGEM
               MOVE "P-FUNC-CONFERE"   TO EL-PARAGRAPH
               MOVE "FUNCION.DAT"      TO EL-FILE
               MOVE WS-STATUS-FUNCION  TO EL-STATUS
               PERFORM P-ERRO-CENTRAL
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FUNC-CONFERE-FIM
           END-IF
           MOVE WS-FUNC-MATRICULA TO FUN-MATRICULA
           READ ARQUIVO-FUNCION
               INVALID KEY
                   MOVE "Erro: matricula nao cadastrada."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   CLOSE ARQUIVO-FUNCION
                   GO TO P-FUNC-CONFERE-FIM
           END-READ
           MOVE FUN-SALARIO TO WS-FUNC-SALARIO
           CLOSE ARQUIVO-FUNCION
           DISPLAY "Funcionario           : " FUN-NOME
           PERFORM P-FUNC-DESLIGADO
           IF WS-FUNC-DESLIGADO = "S"
               MOVE "Erro: funcionario desligado - compra recusada."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FUNC-CONFERE-FIM
           END-IF
           COMPUTE WS-FUNC-LIMITE = WS-FUNC-SALARIO * WS-FUNC-PCT / 100
           PERFORM P-FUNC-SOMA-MES
           IF WS-FUNC-GASTO + WS-FUNC-VALOR > WS-FUNC-LIMITE
               DISPLAY "Limite mensal         : " WS-FUNC-LIMITE
               DISPLAY "Ja comprado no mes    : " WS-FUNC-GASTO
               DISPLAY "Esta compra           : " WS-FUNC-VALOR
               MOVE "Compra recusada: limite mensal do funcionario."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FUNC-CONFERE-FIM
           END-IF
           MOVE "S" TO WS-FUNC-OK.
       P-FUNC-CONFERE-FIM.
           EXIT.

       P-FUNC-DESLIGADO.
           MOVE "N" TO WS-FUNC-DESLIGADO
           OPEN INPUT ARQUIVO-DESLIG
           IF WS-STATUS-DESLIG = "00"
               MOVE "N" TO WS-FUNC-EOF
               PERFORM UNTIL WS-FUNC-EOF = "S"
                   READ ARQUIVO-DESLIG
                       AT END MOVE "S" TO WS-FUNC-EOF
                       NOT AT END
                           IF DS-MATRICULA = WS-FUNC-MATRICULA
                               MOVE "S" TO WS-FUNC-DESLIGADO
                               MOVE "S" TO WS-FUNC-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-DESLIG
           END-IF.

      *    Gasto do mes corrente: as compras da matricula com data
      *    no mes, descontadas ou nao.
       P-FUNC-SOMA-MES.
           MOVE ZEROS TO WS-FUNC-GASTO
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD
           OPEN INPUT ARQUIVO-COMPFUN
           IF WS-STATUS-COMPFUN = "00"
               MOVE "N" TO WS-FUNC-EOF
               MOVE WS-FUNC-MATRICULA TO CF-MATRICULA
               MOVE WS-HOJE-DATA      TO CF-DATA
               MOVE "01"              TO CF-DATA (7:2)
               MOVE ZEROS             TO CF-SEQ
               START ARQUIVO-COMPFUN KEY IS >= CF-CHAVE
                   INVALID KEY MOVE "S" TO WS-FUNC-EOF
               END-START
               PERFORM UNTIL WS-FUNC-EOF = "S"
                   READ ARQUIVO-COMPFUN NEXT RECORD
                       AT END MOVE "S" TO WS-FUNC-EOF
                   END-READ
                   IF WS-FUNC-EOF = "N"
                       IF CF-MATRICULA NOT = WS-FUNC-MATRICULA
                          OR CF-DATA (1:6) NOT = WS-HOJE-DATA (1:6)
                           MOVE "S" TO WS-FUNC-EOF
                       ELSE
                           ADD CF-VALOR TO WS-FUNC-GASTO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQUIVO-COMPFUN
           END-IF.

       P-FUNC-VENDA-UNICA.
           COMPUTE WS-FUNC-VALOR = WS-FID-TOTAL-VENDA - WS-FID-DESCONTO
           MOVE WS-VENDA-SKU TO WS-FUNC-SKU
           PERFORM P-FUNC-GRAVA THRU P-FUNC-GRAVA-FIM.

      *    Uma linha por compra, ja sem o desconto de fidelidade. A
      *    chave usa a ultima sequencia de VENDHIST.DAT do dia, que
      *    nao se repete; CF-FOLHA em zeros marca compra a descontar.
       P-FUNC-GRAVA.
           OPEN I-O ARQUIVO-COMPFUN
           IF WS-STATUS-COMPFUN = "35"
               OPEN OUTPUT ARQUIVO-COMPFUN
               CLOSE ARQUIVO-COMPFUN
               OPEN I-O ARQUIVO-COMPFUN
           END-IF
           IF WS-STATUS-COMPFUN NOT = "00"
               MOVE "P-FUNC-GRAVA"     TO EL-PARAGRAPH
               MOVE "COMPFUN.DAT"      TO EL-FILE
               MOVE WS-STATUS-COMPFUN  TO EL-STATUS
               PERFORM P-ERRO-CENTRAL
               GO TO P-FUNC-GRAVA-FIM
           END-IF
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD
           MOVE WS-FUNC-MATRICULA TO CF-MATRICULA
           MOVE WS-HOJE-DATA      TO CF-DATA
           MOVE WS-VH-SEQ-PROX    TO CF-SEQ
           MOVE WS-CUPOM-NUM      TO CF-CUPOM
           MOVE WS-FUNC-SKU       TO CF-SKU
           MOVE WS-FUNC-VALOR     TO CF-VALOR
           MOVE WS-LOJA           TO CF-LOJA
           MOVE WS-VENDA-OPERADOR TO CF-OPERADOR
           MOVE ZEROS             TO CF-FOLHA
           WRITE COMPFUN-REG
               INVALID KEY
                   MOVE "P-FUNC-GRAVA"     TO EL-PARAGRAPH
                   MOVE "COMPFUN.DAT"      TO EL-FILE
                   MOVE WS-STATUS-COMPFUN  TO EL-STATUS
                   PERFORM P-ERRO-CENTRAL
           END-WRITE
           CLOSE ARQUIVO-COMPFUN
           DISPLAY "Desconto em folha     : " WS-FUNC-VALOR.
       P-FUNC-GRAVA-FIM.
           EXIT.

      ***************************************
      * Ordem de producao                   *
      ***************************************
      *    Fornada da casa: a receita (RECEITA.DAT) diz o que uma
      *    fornada consome e rende. Os ingredientes saem do estoque,
      *    da loja e dos lotes (FIFO, P-LOTE-CONSOME-GEN); o produto
      *    acabado entra com o rendimento real num lote novo com
      *    validade = hoje + vida util da receita, e o VALOR-CUSTO
      *    dele e a media ponderada com o custo do que foi consumido
      *    dividido pelo que saiu do forno. Rendimento real x
      *    esperado fica gravado na ordem (PRODUCAO.DAT).
       P-PRODUCAO.
           IF WS-PERIODO-FECHOU
               MOVE "Mes fechado: producao bloqueada ate reabertura."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PRODUCAO-SAIDA
           END-IF
           OPEN INPUT ARQUIVO-RECEITA
           IF WS-STATUS-RECEITA NOT = "00"
               MOVE "Nenhuma receita cadastrada (receitamnt)."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PRODUCAO-SAIDA
           END-IF
           DISPLAY " "
           DISPLAY "SKU a produzir         : " WITH NO ADVANCING
           ACCEPT WS-PR-SKU
           MOVE WS-PR-SKU TO RCT-PRODUTO
           MOVE ZEROS     TO RCT-SEQ
           READ ARQUIVO-RECEITA
               INVALID KEY
                   CLOSE ARQUIVO-RECEITA
                   MOVE "Erro: SKU sem receita cadastrada."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-PRODUCAO-SAIDA
           END-READ
           MOVE RCT-RENDIMENTO TO WS-PR-RENDIMENTO
           MOVE RCT-VIDA-UTIL  TO WS-PR-VIDA-UTIL
           MOVE WS-PR-SKU TO SKU
           READ ARQUIVO-ESTOQUE KEY IS SKU
               INVALID KEY
                   CLOSE ARQUIVO-RECEITA
                   MOVE "Erro: produto nao encontrado." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-PRODUCAO-SAIDA
           END-READ
           DISPLAY "Produto                : " NOME
           DISPLAY "Rendimento por fornada : " WS-PR-RENDIMENTO
           DISPLAY "Numero de fornadas     : " WITH NO ADVANCING
           ACCEPT WS-PR-FORNADAS
           IF WS-PR-FORNADAS = ZEROS
               CLOSE ARQUIVO-RECEITA
               MOVE "Erro: fornadas nao pode ser zero." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PRODUCAO-SAIDA
           END-IF
           COMPUTE WS-PR-ESPERADO = WS-PR-RENDIMENTO * WS-PR-FORNADAS
           DISPLAY "Loja da producao       : " WITH NO ADVANCING
           ACCEPT WS-LOJA
           PERFORM P-PRODUCAO-CARREGA
           CLOSE ARQUIVO-RECEITA
           IF WS-PR-OK = "N"
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PRODUCAO-SAIDA
           END-IF
           IF WS-PR-TOTAL = ZEROS
               MOVE "Erro: receita sem ingredientes." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PRODUCAO-SAIDA
           END-IF
           DISPLAY "Rendimento esperado    : " WS-PR-ESPERADO
           DISPLAY "Rendimento real        : " WITH NO ADVANCING
           ACCEPT WS-PR-REAL
           IF WS-PR-REAL = ZEROS
               MOVE "Erro: informe o rendimento real da fornada."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PRODUCAO-SAIDA
           END-IF
           DISPLAY "Confirma a producao (S/N)? " WITH NO ADVANCING
           ACCEPT WS-PAUSA
           IF WS-PAUSA NOT = "S" AND WS-PAUSA NOT = "s"
               DISPLAY "Producao cancelada."
               GO TO P-PRODUCAO-SAIDA
           END-IF

           OPEN I-O ARQUIVO-PRODUCAO
           IF WS-STATUS-PRODUCAO = "35"
               OPEN OUTPUT ARQUIVO-PRODUCAO
               CLOSE ARQUIVO-PRODUCAO
               OPEN I-O ARQUIVO-PRODUCAO
           END-IF
           IF WS-STATUS-PRODUCAO NOT = "00"
               MOVE "P-PRODUCAO"         TO EL-PARAGRAPH
               MOVE "PRODUCAO.DAT"       TO EL-FILE
               MOVE WS-STATUS-PRODUCAO   TO EL-STATUS
               PERFORM P-ERRO-CENTRAL
               GO TO P-PRODUCAO-SAIDA
           END-IF
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD
           MOVE 999999 TO OP-NUM
           START ARQUIVO-PRODUCAO KEY IS LESS THAN OP-NUM
               INVALID KEY MOVE ZEROS TO OP-NUM
               NOT INVALID KEY
                   READ ARQUIVO-PRODUCAO NEXT RECORD
                       AT END MOVE ZEROS TO OP-NUM
                   END-READ
           END-START
           ADD 1 TO OP-NUM

           MOVE ZEROS TO WS-PR-CUSTO-TOTAL
           PERFORM P-PRODUCAO-CONSOME
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-TOTAL
           PERFORM P-PRODUCAO-ACABADO THRU P-PRODUCAO-ACABADO-FIM

           MOVE WS-HOJE-DATA       TO OP-DATA
           MOVE WS-PR-SKU          TO OP-PRODUTO
           MOVE WS-PR-FORNADAS     TO OP-FORNADAS
           MOVE WS-PR-ESPERADO     TO OP-REND-ESPERADO
           MOVE WS-PR-REAL         TO OP-REND-REAL
           MOVE WS-LOTE-PROX       TO OP-LOTE
           MOVE WS-LOTE-VALIDADE   TO OP-VALIDADE
           MOVE WS-PR-CUSTO-TOTAL  TO OP-CUSTO-TOTAL
           MOVE WS-PR-CUSTO-UNIT   TO OP-CUSTO-UNIT
           MOVE WS-LOJA            TO OP-LOJA
           MOVE SG-OPERATOR        TO OP-OPERADOR
           WRITE PRODUCAO-REG
               INVALID KEY
                   MOVE "P-PRODUCAO"         TO EL-PARAGRAPH
                   MOVE "PRODUCAO.DAT"       TO EL-FILE
                   MOVE WS-STATUS-PRODUCAO   TO EL-STATUS
                   PERFORM P-ERRO-CENTRAL
           END-WRITE
           CLOSE ARQUIVO-PRODUCAO

           COMPUTE WS-PR-VARIACAO = WS-PR-REAL - WS-PR-ESPERADO
           COMPUTE WS-PR-PERC ROUNDED =
               WS-PR-VARIACAO * 100 / WS-PR-ESPERADO
               ON SIZE ERROR MOVE ZEROS TO WS-PR-PERC
           END-COMPUTE
           DISPLAY "Ordem de producao      : " OP-NUM
           DISPLAY "Lote / validade        : " OP-LOTE " / "
               OP-VALIDADE
           DISPLAY "Custo da fornada       : " WS-PR-CUSTO-TOTAL
           DISPLAY "Custo por unidade      : " WS-PR-CUSTO-UNIT
           DISPLAY "Rendimento real x esp. : " WS-PR-VARIACAO
               " (" WS-PR-PERC "%)"
           MOVE "Producao registrada com sucesso!" TO WS-MENSAGEM
           MOVE "S" TO WS-MENSAGEM-SUCESSO
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.

       P-PRODUCAO-SAIDA.
           EXIT.

      *    Le as linhas da receita para a tabela ja multiplicadas
      *    pelas fornadas e confere estoque da empresa e da loja de
      *    cada ingrediente antes de qualquer baixa.
       P-PRODUCAO-CARREGA.
           MOVE "S" TO WS-PR-OK
           MOVE ZEROS TO WS-PR-TOTAL
           MOVE "N" TO WS-PR-EOF
           MOVE WS-PR-SKU TO RCT-PRODUTO
           MOVE 01        TO RCT-SEQ
           START ARQUIVO-RECEITA KEY IS >= RCT-CHAVE
               INVALID KEY MOVE "Y" TO WS-PR-EOF
           END-START
           PERFORM UNTIL WS-PR-EOF = "Y"
               READ ARQUIVO-RECEITA NEXT RECORD
                   AT END MOVE "Y" TO WS-PR-EOF
               END-READ
               IF WS-PR-EOF = "N"
                   IF RCT-PRODUTO NOT = WS-PR-SKU
                       MOVE "Y" TO WS-PR-EOF
                   ELSE
                       IF WS-PR-TOTAL < 30
                           ADD 1 TO WS-PR-TOTAL
                           MOVE RCT-INGRED TO PR-INGRED (WS-PR-TOTAL)
                           COMPUTE PR-QTD (WS-PR-TOTAL) =
                               RCT-QTD * WS-PR-FORNADAS
                           PERFORM P-PRODUCAO-CONFERE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       P-PRODUCAO-CONFERE.
           MOVE PR-INGRED (WS-PR-TOTAL) TO SKU
           READ ARQUIVO-ESTOQUE KEY IS SKU
               INVALID KEY
                   DISPLAY "Ingrediente " SKU " nao cadastrado."
                   MOVE "N" TO WS-PR-OK
           END-READ
           IF WS-STATUS-ARQUIVO = "00"
               MOVE NOME        TO PR-NOME (WS-PR-TOTAL)
               MOVE VALOR-CUSTO TO PR-CUSTO (WS-PR-TOTAL)
               DISPLAY PR-INGRED (WS-PR-TOTAL) " " NOME
                   " usa " PR-QTD (WS-PR-TOTAL)
                   " (estoque " QTD-ESTOQUE ")"
               IF QTD-ESTOQUE < PR-QTD (WS-PR-TOTAL)
                   DISPLAY "  ** estoque insuficiente"
                   MOVE "N" TO WS-PR-OK
               END-IF
               MOVE WS-LOJA TO LJ-LOJA
               MOVE SKU     TO LJ-SKU
               READ ARQUIVO-ESTLOJA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF LJ-QTD < PR-QTD (WS-PR-TOTAL)
                           DISPLAY "  ** saldo insuficiente na loja"
                           MOVE "N" TO WS-PR-OK
                       END-IF
               END-READ
           END-IF
           IF WS-PR-OK = "N"
               MOVE "Producao nao liberada: veja os ingredientes."
                   TO WS-MENSAGEM
           END-IF.

      *    Baixa de um ingrediente: mestre, loja e lotes, ao custo
      *    medio do momento, com uma linha no PRODMOV.LOG.
       P-PRODUCAO-CONSOME.
           MOVE PR-INGRED (WS-PR-IDX) TO SKU
           READ ARQUIVO-ESTOQUE KEY IS SKU
               INVALID KEY
                   DISPLAY "Erro: ingrediente " SKU " nao baixado."
           END-READ
           IF WS-STATUS-ARQUIVO = "00"
               MOVE PRODUTO TO WS-AU-ANTES
               MOVE VALOR-CUSTO TO PR-CUSTO (WS-PR-IDX)
               SUBTRACT PR-QTD (WS-PR-IDX) FROM QTD-ESTOQUE
               REWRITE PRODUTO
                   INVALID KEY
                       DISPLAY "Erro: ingrediente " SKU " nao baixado."
                   NOT INVALID KEY
                       COMPUTE WS-PR-CUSTO-TOTAL = WS-PR-CUSTO-TOTAL
                           + PR-QTD (WS-PR-IDX) * PR-CUSTO (WS-PR-IDX)
                       MOVE "PRD"        TO AU-ACTION
                       MOVE WS-AU-ANTES  TO AU-BEFORE
                       MOVE PRODUTO      TO AU-AFTER
                       PERFORM P-AUDIT-GRAVA
                       MOVE SKU TO WS-TR-SKU
                       MOVE PR-QTD (WS-PR-IDX) TO WS-LOJA-QTD
                       PERFORM P-ESTLOJA-DEBITA
                       MOVE SKU TO WS-LOTE-SKU
                       MOVE PR-QTD (WS-PR-IDX) TO WS-LOTE-RESTANTE
                       PERFORM P-LOTE-CONSOME-GEN
                       MOVE WS-LOTE-PRIMEIRO TO PR-LOTE (WS-PR-IDX)
                       PERFORM P-PRODUCAO-LOG
               END-REWRITE
           END-IF.

       P-PRODUCAO-LOG.
           MOVE WS-HOJE-DATA           TO PM-DATA
           MOVE OP-NUM                 TO PM-OP
           MOVE PR-INGRED (WS-PR-IDX)  TO PM-INGRED
           MOVE PR-QTD (WS-PR-IDX)     TO PM-QTD
           MOVE PR-LOTE (WS-PR-IDX)    TO PM-LOTE
           COMPUTE PM-CUSTO =
               PR-QTD (WS-PR-IDX) * PR-CUSTO (WS-PR-IDX)
           OPEN EXTEND ARQUIVO-PRODMOV-LOG
           IF WS-STATUS-PRODMOV = "35"
               CLOSE ARQUIVO-PRODMOV-LOG
               OPEN OUTPUT ARQUIVO-PRODMOV-LOG
           END-IF
           WRITE PRODMOV-LOG-REC FROM WS-PRODMOV-LINHA
           CLOSE ARQUIVO-PRODMOV-LOG.

      *    Entrada do produto acabado: custo unitario da fornada =
      *    custo consumido / rendimento real, media ponderada com o
      *    estoque que ja havia, lote novo sem fornecedor (000).
       P-PRODUCAO-ACABADO.
           COMPUTE WS-PR-CUSTO-UNIT ROUNDED =
               WS-PR-CUSTO-TOTAL / WS-PR-REAL
               ON SIZE ERROR MOVE 9999,99 TO WS-PR-CUSTO-UNIT
           END-COMPUTE
           MOVE WS-PR-SKU TO SKU
           READ ARQUIVO-ESTOQUE KEY IS SKU
               INVALID KEY
                   DISPLAY "Erro: produto acabado nao encontrado."
                   GO TO P-PRODUCAO-ACABADO-FIM
           END-READ
           MOVE PRODUTO TO WS-AU-ANTES
           COMPUTE VALOR-CUSTO ROUNDED =
               (QTD-ESTOQUE * VALOR-CUSTO
                + WS-PR-REAL * WS-PR-CUSTO-UNIT)
               / (QTD-ESTOQUE + WS-PR-REAL)
           ADD WS-PR-REAL TO QTD-ESTOQUE
           REWRITE PRODUTO
               INVALID KEY
                   DISPLAY "Erro ao gravar o produto acabado."
                   GO TO P-PRODUCAO-ACABADO-FIM
           END-REWRITE
           PERFORM P-GRAVA-MARGEM
           MOVE "PRD"        TO AU-ACTION
           MOVE WS-AU-ANTES  TO AU-BEFORE
           MOVE PRODUTO      TO AU-AFTER
           PERFORM P-AUDIT-GRAVA
           MOVE WS-PR-SKU  TO WS-TR-SKU
           MOVE WS-PR-REAL TO WS-LOJA-QTD
           PERFORM P-ESTLOJA-CREDITA
           COMPUTE WS-LOTE-VALIDADE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-HOJE-DATA)
                + WS-PR-VIDA-UTIL)
           MOVE WS-PR-SKU TO WS-RECEBE-SKU
           PERFORM P-LOTE-PROXIMO-NUM
           MOVE WS-PR-SKU        TO LT-SKU
           MOVE WS-LOTE-PROX     TO LT-LOTE
           MOVE WS-PR-REAL       TO LT-QTD
           MOVE WS-LOTE-VALIDADE TO LT-VALIDADE
           MOVE ZEROS            TO LT-FORN
           MOVE WS-HOJE-DATA     TO LT-DATA-ENTRADA
           WRITE LOTE-REG
               INVALID KEY
                   DISPLAY "Erro ao gravar o lote da producao."
           END-WRITE.
       P-PRODUCAO-ACABADO-FIM.
           EXIT.

      ***************************************
      * Parágrafos de fornecedores          *
           DISPLAY "3 - Alterar"
           DISPLAY "4 - Excluir"
           DISPLAY "5 - Listar"
           DISPLAY "6 - Devolucao ao fornecedor"
           DISPLAY "7 - Precos por fornecedor"
           DISPLAY "0 - Voltar ao menu"
           DISPLAY "Opcao: " WITH NO ADVANCING
           ACCEPT WS-FORN-OPCAO
               PERFORM P-FORN-EXCLUIR
           ELSE IF WS-FORN-OPCAO = 5
               PERFORM P-FORN-LISTAR
           ELSE IF WS-FORN-OPCAO = 6
               PERFORM P-DEVFORN THRU P-DEVFORN-SAIDA
           ELSE IF WS-FORN-OPCAO = 7
               PERFORM P-FPRECO-MENU THRU P-FPRECO-SAIDA
           ELSE
               GO TO P-FORN-SAIDA.
           GO TO P-FORN-MENU.
       P-FORN-SAIDA.
           EXIT.

      ***************************************
      * Precos por fornecedor               *
      ***************************************
      *    Um registro por fornecedor que entrega o SKU: custo
      *    combinado, pedido minimo, embalagem (a quantidade pedida
      *    sai sempre em multiplos dela) e prazo de entrega; prazo
      *    zero usa o FORN-PRAZO do cadastro do fornecedor.
       P-FPRECO-MENU.
           DISPLAY " "
           DISPLAY "PRECOS POR FORNECEDOR"
           DISPLAY "1 - Incluir / alterar"
           DISPLAY "2 - Listar fornecedores do SKU"
           DISPLAY "3 - Excluir"
           DISPLAY "0 - Voltar"
           DISPLAY "Opcao: " WITH NO ADVANCING
           ACCEPT WS-FPRECO-OPCAO
           IF WS-FPRECO-OPCAO = 1
               PERFORM P-FPRECO-GRAVAR THRU P-FPRECO-GRAVAR-FIM
           ELSE IF WS-FPRECO-OPCAO = 2
               PERFORM P-FPRECO-LISTAR
           ELSE IF WS-FPRECO-OPCAO = 3
               PERFORM P-FPRECO-EXCLUIR
           ELSE
               GO TO P-FPRECO-SAIDA.
           GO TO P-FPRECO-MENU.

       P-FPRECO-GRAVAR.
           DISPLAY "SKU                    : " WITH NO ADVANCING
           ACCEPT FP-SKU
           MOVE FP-SKU TO SKU
           READ ARQUIVO-ESTOQUE KEY IS SKU
               INVALID KEY
                   MOVE "Erro: produto nao encontrado." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-FPRECO-GRAVAR-FIM
           END-READ
           DISPLAY "Fornecedor             : " WITH NO ADVANCING
           ACCEPT FP-FORN
           MOVE FP-FORN TO FORN-COD
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   MOVE "Erro: fornecedor nao cadastrado."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-FPRECO-GRAVAR-FIM
           END-READ
           READ ARQUIVO-FPRECO
               INVALID KEY
                   MOVE "N" TO WS-FP-EOF
               NOT INVALID KEY
                   MOVE "S" TO WS-FP-EOF
                   DISPLAY "Atual: custo " FP-CUSTO " minimo "
                       FP-MINIMO " embalagem " FP-EMBALAGEM
                       " prazo " FP-PRAZO
           END-READ
           DISPLAY "Custo unitario         : " WITH NO ADVANCING
           ACCEPT FP-CUSTO
           DISPLAY "Pedido minimo (qtd)    : " WITH NO ADVANCING
           ACCEPT FP-MINIMO
           DISPLAY "Embalagem (qtd)        : " WITH NO ADVANCING
           ACCEPT FP-EMBALAGEM
           DISPLAY "Prazo (dias, 0 = do fornecedor): " WITH NO ADVANCING
           ACCEPT FP-PRAZO
           IF FP-CUSTO = ZEROS
               MOVE "Erro: custo nao pode ser zero." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FPRECO-GRAVAR-FIM
           END-IF
           IF FP-EMBALAGEM = ZEROS
               MOVE 1 TO FP-EMBALAGEM
           END-IF
           IF WS-FP-EOF = "S"
               REWRITE FPRECO-REG
                   INVALID KEY
                       DISPLAY "Erro ao alterar o preco."
                   NOT INVALID KEY
                       DISPLAY "Preco do fornecedor alterado."
               END-REWRITE
           ELSE
               WRITE FPRECO-REG
                   INVALID KEY
                       DISPLAY "Erro ao incluir o preco."
                   NOT INVALID KEY
                       DISPLAY "Preco do fornecedor incluido."
               END-WRITE
           END-IF.
       P-FPRECO-GRAVAR-FIM.
           EXIT.

       P-FPRECO-LISTAR.
           DISPLAY "SKU: " WITH NO ADVANCING
           ACCEPT WS-TR-SKU
           MOVE "N" TO WS-FP-EOF
           MOVE WS-TR-SKU TO FP-SKU
           MOVE ZEROS TO FP-FORN
           START ARQUIVO-FPRECO KEY IS >= FP-CHAVE
               INVALID KEY MOVE "Y" TO WS-FP-EOF
           END-START
           DISPLAY "FORN NOME                            CUSTO  MINIMO "
               "EMB  PRAZO"
           PERFORM UNTIL WS-FP-EOF = "Y"
               READ ARQUIVO-FPRECO NEXT RECORD
                   AT END MOVE "Y" TO WS-FP-EOF
               END-READ
               IF WS-FP-EOF = "N"
                   IF FP-SKU NOT = WS-TR-SKU
                       MOVE "Y" TO WS-FP-EOF
                   ELSE
                       MOVE FP-FORN TO FORN-COD
                       READ ARQUIVO-FORNECEDOR
                           INVALID KEY
                               MOVE "** nao cadastrado **" TO FORN-NOME
                       END-READ
                       DISPLAY FP-FORN "  " FORN-NOME " " FP-CUSTO " "
                           FP-MINIMO " " FP-EMBALAGEM " " FP-PRAZO
                   END-IF
               END-IF
           END-PERFORM.

       P-FPRECO-EXCLUIR.
           DISPLAY "SKU        : " WITH NO ADVANCING
           ACCEPT FP-SKU
           DISPLAY "Fornecedor : " WITH NO ADVANCING
           ACCEPT FP-FORN
           DELETE ARQUIVO-FPRECO
               INVALID KEY
                   DISPLAY "Preco nao encontrado."
               NOT INVALID KEY
                   DISPLAY "Preco do fornecedor excluido."
           END-DELETE.

       P-FPRECO-SAIDA.
           EXIT.

      ***************************************
      * Devolucao ao fornecedor             *
      ***************************************
      *    Entrega avariada ou errada volta ao fornecedor: a
      *    quantidade sai do estoque da empresa, do lote de origem
      *    e da loja, vira nota de debito em DEBFORN.DAT (credito
      *    que o pagrun.cob abate do proximo pagamento e que o
      *    fornperf.cob conta contra a qualidade do fornecedor) e o
      *    romaneio DEVFORNnnnnnn.TXT sai numerado pela propria nota.
       P-DEVFORN.
           IF WS-PERIODO-FECHOU
               MOVE "Mes fechado: devolucao bloqueada ate reabertura."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVFORN-SAIDA
           END-IF
           DISPLAY " "
           DISPLAY "SKU a devolver         : " WITH NO ADVANCING
           ACCEPT WS-DVF-SKU
           MOVE WS-DVF-SKU TO SKU
           READ ARQUIVO-ESTOQUE KEY IS SKU
               INVALID KEY
                   MOVE "Erro: produto nao encontrado." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-DEVFORN-SAIDA
           END-READ
           DISPLAY "Lote de origem         : " WITH NO ADVANCING
           ACCEPT WS-DVF-LOTE
           MOVE WS-DVF-SKU  TO LT-SKU
           MOVE WS-DVF-LOTE TO LT-LOTE
           READ ARQUIVO-LOTES
               INVALID KEY
                   MOVE "Erro: lote nao encontrado para o SKU."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-DEVFORN-SAIDA
           END-READ
           DISPLAY "Saldo do lote          : " LT-QTD
           DISPLAY "Quantidade devolvida   : " WITH NO ADVANCING
           ACCEPT WS-DVF-QTD
           IF WS-DVF-QTD = ZEROS
               MOVE "Erro: quantidade nao pode ser zero."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVFORN-SAIDA
           END-IF
           IF WS-DVF-QTD > LT-QTD OR WS-DVF-QTD > QTD-ESTOQUE
               MOVE "Erro: quantidade maior que o saldo do lote."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVFORN-SAIDA
           END-IF
      *    O fornecedor e o do lote; lote antigo sem fornecedor
      *    gravado cai no fornecedor do cadastro do produto.
           MOVE LT-FORN TO WS-DVF-FORN
           IF WS-DVF-FORN = ZEROS
               MOVE FORNECEDOR-COD TO WS-DVF-FORN
           END-IF
           MOVE WS-DVF-FORN TO FORN-COD
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   MOVE "Erro: fornecedor do lote nao cadastrado."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-DEVFORN-SAIDA
           END-READ
           DISPLAY "Fornecedor             : " FORN-COD " " FORN-NOME
           DISPLAY "Custo unitario (0 = custo do produto): "
               WITH NO ADVANCING
           ACCEPT WS-DVF-CUSTO
           IF WS-DVF-CUSTO = ZEROS
               MOVE VALOR-CUSTO TO WS-DVF-CUSTO
           END-IF
           DISPLAY "Loja de origem         : " WITH NO ADVANCING
           ACCEPT WS-LOJA
           DISPLAY "Motivo                 : " WITH NO ADVANCING
           ACCEPT WS-DVF-MOTIVO
           IF WS-DVF-MOTIVO = SPACES
               MOVE "Erro: informe o motivo da devolucao."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVFORN-SAIDA
           END-IF
           DISPLAY "Confirma devolucao (S/N)? " WITH NO ADVANCING
           ACCEPT WS-PAUSA
           IF WS-PAUSA NOT = "S" AND WS-PAUSA NOT = "s"
               DISPLAY "Devolucao cancelada."
               GO TO P-DEVFORN-SAIDA
           END-IF

           OPEN I-O ARQUIVO-DEBFORN
           IF WS-STATUS-DEBFORN = "35"
               OPEN OUTPUT ARQUIVO-DEBFORN
               CLOSE ARQUIVO-DEBFORN
               OPEN I-O ARQUIVO-DEBFORN
           END-IF
           IF WS-STATUS-DEBFORN NOT = "00"
               MOVE "P-DEVFORN"         TO EL-PARAGRAPH
               MOVE "DEBFORN.DAT"       TO EL-FILE
               MOVE WS-STATUS-DEBFORN   TO EL-STATUS
               PERFORM P-ERRO-CENTRAL
               GO TO P-DEVFORN-SAIDA
           END-IF
      *    A loja e debitada primeiro: sem saldo na loja nada foi
      *    mexido ainda e a devolucao para por aqui.
           MOVE WS-DVF-SKU TO WS-TR-SKU
           MOVE WS-DVF-QTD TO WS-LOJA-QTD
           PERFORM P-ESTLOJA-DEBITA
           IF WS-LOJA-OK = "N"
               CLOSE ARQUIVO-DEBFORN
               MOVE "Erro: saldo insuficiente na loja informada."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVFORN-SAIDA
           END-IF
           MOVE PRODUTO TO WS-AU-ANTES
           SUBTRACT WS-DVF-QTD FROM QTD-ESTOQUE
           REWRITE PRODUTO
               INVALID KEY
                   CLOSE ARQUIVO-DEBFORN
                   MOVE "Erro ao baixar o estoque." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-DEVFORN-SAIDA
           END-REWRITE
           SUBTRACT WS-DVF-QTD FROM LT-QTD
           REWRITE LOTE-REG
               INVALID KEY
                   DISPLAY "Aviso: saldo do lote nao atualizado."
           END-REWRITE
           MOVE "DVF"        TO AU-ACTION
           MOVE WS-AU-ANTES  TO AU-BEFORE
           MOVE PRODUTO      TO AU-AFTER
           PERFORM P-AUDIT-GRAVA

           PERFORM P-DEVFORN-NOTA
           CLOSE ARQUIVO-DEBFORN
           PERFORM P-DEVFORN-IMPRIME THRU P-DEVFORN-IMPRIME-FIM
           MOVE "Devolucao ao fornecedor registrada com sucesso!"
               TO WS-MENSAGEM
           MOVE "S" TO WS-MENSAGEM-SUCESSO
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.

       P-DEVFORN-SAIDA.
           EXIT.

      *    Numera a nota pela maior chave de DEBFORN.DAT, o mesmo
      *    recuo usado nas faturas, e grava com o valor a custo e
      *    nada abatido ainda.
       P-DEVFORN-NOTA.
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD
           MOVE 999999 TO DN-NUM
           START ARQUIVO-DEBFORN KEY IS LESS THAN DN-NUM
               INVALID KEY MOVE ZEROS TO DN-NUM
               NOT INVALID KEY
                   READ ARQUIVO-DEBFORN NEXT RECORD
                       AT END MOVE ZEROS TO DN-NUM
                   END-READ
           END-START
           ADD 1 TO DN-NUM
           MOVE WS-DVF-FORN       TO DN-FORN
           MOVE WS-HOJE-DATA      TO DN-DATA
           MOVE WS-DVF-SKU        TO DN-SKU
           MOVE WS-DVF-LOTE       TO DN-LOTE
           MOVE WS-DVF-QTD        TO DN-QTD
           MOVE WS-DVF-CUSTO      TO DN-CUSTO
           COMPUTE DN-VALOR = WS-DVF-CUSTO * WS-DVF-QTD
           MOVE ZEROS             TO DN-ABATIDO
           MOVE WS-LOJA           TO DN-LOJA
           MOVE WS-DVF-MOTIVO     TO DN-MOTIVO
           MOVE SG-OPERATOR       TO DN-OPERADOR
           WRITE DEBFORN-REG
               INVALID KEY
                   MOVE "P-DEVFORN-NOTA"    TO EL-PARAGRAPH
                   MOVE "DEBFORN.DAT"       TO EL-FILE
                   MOVE WS-STATUS-DEBFORN   TO EL-STATUS
                   PERFORM P-ERRO-CENTRAL
           END-WRITE.

       P-DEVFORN-IMPRIME.
           MOVE SPACES TO WS-DEVFORN-NOME
           STRING "DEVFORN" DN-NUM ".TXT"
               DELIMITED BY SIZE INTO WS-DEVFORN-NOME
           OPEN OUTPUT ARQUIVO-DEVFORN-DOC
           IF WS-STATUS-DEVFORN-DOC NOT = "00"
               MOVE "P-DEVFORN-IMPRIME"     TO EL-PARAGRAPH
               MOVE WS-DEVFORN-NOME         TO EL-FILE
               MOVE WS-STATUS-DEVFORN-DOC   TO EL-STATUS
               PERFORM P-ERRO-CENTRAL
               GO TO P-DEVFORN-IMPRIME-FIM
           END-IF
           MOVE "BOLINHO - DEVOLUCAO AO FORNECEDOR" TO DEVFORN-DOC-REC
           WRITE DEVFORN-DOC-REC
           MOVE SPACES TO DEVFORN-DOC-REC
           STRING "DOCUMENTO: " DN-NUM "  DATA: " DN-DATA
               "  LOJA: " DN-LOJA
               DELIMITED BY SIZE INTO DEVFORN-DOC-REC
           WRITE DEVFORN-DOC-REC
           MOVE SPACES TO DEVFORN-DOC-REC
           STRING "FORNECEDOR: " FORN-COD " " FORN-NOME
               DELIMITED BY SIZE INTO DEVFORN-DOC-REC
           WRITE DEVFORN-DOC-REC
           MOVE ALL "-" TO DEVFORN-DOC-REC
           WRITE DEVFORN-DOC-REC
           MOVE DN-SKU    TO DI-SKU
           MOVE NOME      TO DI-NOME
           MOVE DN-LOTE   TO DI-LOTE
           MOVE DN-QTD    TO DI-QTD
           MOVE DN-CUSTO  TO DI-CUSTO
           MOVE DN-VALOR  TO DI-TOTAL
           WRITE DEVFORN-DOC-REC FROM WS-DVF-ITEM-LINHA
           MOVE ALL "-" TO DEVFORN-DOC-REC
           WRITE DEVFORN-DOC-REC
           MOVE SPACES TO DEVFORN-DOC-REC
           STRING "MOTIVO: " DN-MOTIVO
               DELIMITED BY SIZE INTO DEVFORN-DOC-REC
           WRITE DEVFORN-DOC-REC
           MOVE SPACES TO DEVFORN-DOC-REC
           STRING "NOTA DE DEBITO " DN-NUM " NO VALOR DE "
               DI-TOTAL
               DELIMITED BY SIZE INTO DEVFORN-DOC-REC
           WRITE DEVFORN-DOC-REC
           MOVE SPACES TO DEVFORN-DOC-REC
           WRITE DEVFORN-DOC-REC
           MOVE "MOTORISTA: ______________________________"
               TO DEVFORN-DOC-REC
           WRITE DEVFORN-DOC-REC
           MOVE "PLACA    : __________" TO DEVFORN-DOC-REC
           WRITE DEVFORN-DOC-REC
           CLOSE ARQUIVO-DEVFORN-DOC
           DISPLAY "Romaneio impresso     : " WS-DEVFORN-NOME

           MOVE "DEVOLUCAO FORNECEDOR" TO RC-REPORT
           MOVE "BOLINHO"              TO RC-PROGRAM
           MOVE WS-DEVFORN-NOME        TO RC-FILENAME
           MOVE 1                      TO RC-COUNT
           CALL "rptcat" USING WS-RC-AREA.
       P-DEVFORN-IMPRIME-FIM.
           EXIT.

      ***************************************
      * Parágrafos de pedido de compra      *
      ***************************************
           END-IF

           MOVE ZEROS TO WS-PO-TOTAL WS-PED-GERADOS WS-PED-SEM-FORN
               WS-FP-ESCOLHIDOS
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD
           COMPUTE WS-FP-DESDE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-HOJE-DATA) - 30)
           MOVE "N" TO WS-AVALIA-EOF
           PERFORM P-PONTO-ABRE
           MOVE LOW-VALUES TO SKU
           START ARQUIVO-ESTOQUE KEY IS >= SKU
               INVALID KEY MOVE "Y" TO WS-AVALIA-EOF
               READ ARQUIVO-ESTOQUE NEXT RECORD
                   AT END MOVE "Y" TO WS-AVALIA-EOF
               END-READ
               IF WS-AVALIA-EOF = "N"
                   PERFORM P-PONTO-LE
               END-IF
               IF WS-AVALIA-EOF = "N" AND
                  QTD-ESTOQUE < WS-PONTO-SKU AND
                  WS-PO-TOTAL < 200
                   ADD 1 TO WS-PO-TOTAL
                   MOVE SKU  TO PO-SKU (WS-PO-TOTAL)
                   MOVE NOME TO PO-NOME (WS-PO-TOTAL)
                   COMPUTE PO-QTD (WS-PO-TOTAL) =
                       WS-PONTO-SKU * 2 - QTD-ESTOQUE
                   MOVE FORNECEDOR-COD TO PO-FORN (WS-PO-TOTAL)
                   MOVE VALOR-CUSTO TO PO-CUSTO (WS-PO-TOTAL)
                   MOVE "N" TO PO-USADO (WS-PO-TOTAL)
                   PERFORM P-PEDIDO-ESCOLHE-FORN
                       THRU P-PEDIDO-ESCOLHE-FORN-FIM
               END-IF
           END-PERFORM


           CLOSE ARQUIVO-PEDIDO
           CLOSE ARQUIVO-PEDIDO-IT
           PERFORM P-PONTO-FECHA

           DISPLAY " "
           DISPLAY "Pedidos gerados            : " WS-PED-GERADOS
           DISPLAY "Itens sem fornecedor       : " WS-PED-SEM-FORN
           DISPLAY "Itens pela tabela de precos: " WS-FP-ESCOLHIDOS
           DISPLAY "Pressione ENTER para continuar..." WITH NO ADVANCING
           ACCEPT WS-PAUSA.

       P-PEDIDO-SAIDA.
           EXIT.

      *    Fornecedor do item: entre os que tem preco para o SKU em
      *    FORNPRECO.DAT, o de menor custo - ou o de menor prazo
      *    quando o estoque ja nao cobre nem um dia de venda. A
      *    quantidade sobe ao pedido minimo e fecha em embalagens
      *    inteiras. SKU sem tabela fica com o fornecedor do cadastro.
       P-PEDIDO-ESCOLHE-FORN.
           PERFORM P-PEDIDO-COBERTURA THRU P-PEDIDO-COBERTURA-FIM
           MOVE ZEROS TO WS-FP-MELHOR-FORN
           MOVE "N" TO WS-FP-EOF
           MOVE SKU   TO FP-SKU
           MOVE ZEROS TO FP-FORN
           START ARQUIVO-FPRECO KEY IS >= FP-CHAVE
               INVALID KEY MOVE "Y" TO WS-FP-EOF
           END-START
           PERFORM UNTIL WS-FP-EOF = "Y"
               READ ARQUIVO-FPRECO NEXT RECORD
                   AT END MOVE "Y" TO WS-FP-EOF
               END-READ
               IF WS-FP-EOF = "N"
                   IF FP-SKU NOT = SKU
                       MOVE "Y" TO WS-FP-EOF
                   ELSE
                       PERFORM P-PEDIDO-COMPARA-FORN
                           THRU P-PEDIDO-COMPARA-FORN-FIM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FP-MELHOR-FORN = ZEROS
               GO TO P-PEDIDO-ESCOLHE-FORN-FIM
           END-IF
           ADD 1 TO WS-FP-ESCOLHIDOS
           MOVE WS-FP-MELHOR-FORN  TO PO-FORN (WS-PO-TOTAL)
           MOVE WS-FP-MELHOR-CUSTO TO PO-CUSTO (WS-PO-TOTAL)
           IF PO-QTD (WS-PO-TOTAL) < WS-FP-MELHOR-MINIMO
               MOVE WS-FP-MELHOR-MINIMO TO PO-QTD (WS-PO-TOTAL)
           END-IF
           IF WS-FP-MELHOR-EMB > 1
               DIVIDE PO-QTD (WS-PO-TOTAL) BY WS-FP-MELHOR-EMB
                   GIVING WS-FP-CAIXAS REMAINDER WS-FP-RESTO
               IF WS-FP-RESTO > ZEROS
                   ADD 1 TO WS-FP-CAIXAS
               END-IF
               COMPUTE PO-QTD (WS-PO-TOTAL) =
                   WS-FP-CAIXAS * WS-FP-MELHOR-EMB
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
           END-IF.
       P-PEDIDO-ESCOLHE-FORN-FIM.
           EXIT.

       P-PEDIDO-COMPARA-FORN.
           MOVE FP-PRAZO TO WS-FP-PRAZO-ITEM
           IF WS-FP-PRAZO-ITEM = ZEROS
               MOVE FP-FORN TO FORN-COD
               READ ARQUIVO-FORNECEDOR
                   INVALID KEY MOVE 999 TO FORN-PRAZO
               END-READ
               MOVE FORN-PRAZO TO WS-FP-PRAZO-ITEM
           END-IF
           IF WS-FP-MELHOR-FORN NOT = ZEROS
               IF WS-FP-URGENTE = "S"
                   IF WS-FP-PRAZO-ITEM > WS-FP-MELHOR-PRAZO
                       GO TO P-PEDIDO-COMPARA-FORN-FIM
                   END-IF
                   IF WS-FP-PRAZO-ITEM = WS-FP-MELHOR-PRAZO
                           AND FP-CUSTO NOT < WS-FP-MELHOR-CUSTO
                       GO TO P-PEDIDO-COMPARA-FORN-FIM
                   END-IF
               ELSE
                   IF FP-CUSTO > WS-FP-MELHOR-CUSTO
                       GO TO P-PEDIDO-COMPARA-FORN-FIM
                   END-IF
                   IF FP-CUSTO = WS-FP-MELHOR-CUSTO
                           AND WS-FP-PRAZO-ITEM
                               NOT < WS-FP-MELHOR-PRAZO
                       GO TO P-PEDIDO-COMPARA-FORN-FIM
                   END-IF
               END-IF
           END-IF
           MOVE FP-FORN          TO WS-FP-MELHOR-FORN
           MOVE FP-CUSTO         TO WS-FP-MELHOR-CUSTO
           MOVE WS-FP-PRAZO-ITEM TO WS-FP-MELHOR-PRAZO
           MOVE FP-MINIMO        TO WS-FP-MELHOR-MINIMO
           MOVE FP-EMBALAGEM     TO WS-FP-MELHOR-EMB.
       P-PEDIDO-COMPARA-FORN-FIM.
           EXIT.

      *    Dias de cobertura = estoque / venda media diaria dos
      *    ultimos 30 dias no historico (devolucoes nao contam).
      *    Estoque zerado, ou menor que um dia de venda, e urgente.
       P-PEDIDO-COBERTURA.
           MOVE "N" TO WS-FP-URGENTE
           IF QTD-ESTOQUE = ZEROS
               MOVE "S" TO WS-FP-URGENTE
               GO TO P-PEDIDO-COBERTURA-FIM
           END-IF
           MOVE ZEROS TO WS-FP-VENDIDO
           MOVE "N" TO WS-FP-EOF
           MOVE SKU TO VH-SKU
           START ARQUIVO-VENDHIST KEY IS >= VH-SKU
               INVALID KEY MOVE "Y" TO WS-FP-EOF
           END-START
           PERFORM UNTIL WS-FP-EOF = "Y"
               READ ARQUIVO-VENDHIST NEXT RECORD
                   AT END MOVE "Y" TO WS-FP-EOF
               END-READ
               IF WS-FP-EOF = "N"
                   IF VH-SKU NOT = SKU
                       MOVE "Y" TO WS-FP-EOF
                   ELSE
                       IF VH-DATA >= WS-FP-DESDE
                               AND VH-DEV NOT = "DEV"
                           ADD VH-QTD TO WS-FP-VENDIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FP-VENDIDO > ZEROS
               COMPUTE WS-FP-COBERTURA =
                   QTD-ESTOQUE * 30 / WS-FP-VENDIDO
               IF WS-FP-COBERTURA = ZEROS
                   MOVE "S" TO WS-FP-URGENTE
               END-IF
           END-IF.
       P-PEDIDO-COBERTURA-FIM.
           EXIT.

       P-PEDIDO-UM-FORNECEDOR.
           PERFORM P-PEDIDO-PROXIMO-NUM
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD
                   END-STRING
           END-READ
           WRITE PEDIDO-DOC-REC
           MOVE "SKU  PRODUTO                        QTD     CUSTO"
               TO PEDIDO-DOC-REC
           WRITE PEDIDO-DOC-REC

                   MOVE PO-SKU (WS-PO-IDX2)  TO PD-SKU
                   MOVE PO-NOME (WS-PO-IDX2) TO PD-NOME
                   MOVE PO-QTD (WS-PO-IDX2)  TO PD-QTD
                   MOVE PO-CUSTO (WS-PO-IDX2) TO PD-CUSTO
                   WRITE PEDIDO-DOC-REC FROM WS-PED-DOC-ITEM
                   MOVE "S" TO PO-USADO (WS-PO-IDX2)
               END-IF
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PRODUTO TO WS-AU-ANTES
                           MOVE CT-QTD-CONTADA (WS-CT-IDX)
                               TO QTD-ESTOQUE
                           REWRITE PRODUTO
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CT-AJUSTADOS
                                   MOVE "AJU"       TO AU-ACTION
                                   MOVE WS-AU-ANTES TO AU-BEFORE
                                   MOVE PRODUTO     TO AU-AFTER
                                   PERFORM P-AUDIT-GRAVA
                                   MOVE WS-HOJE-DATA TO AJ-DATA
                                   MOVE CT-SKU (WS-CT-IDX) TO AJ-SKU
                                   MOVE CT-QTD-LIVRO (WS-CT-IDX)
               INVALID KEY MOVE "Y" TO WS-AVALIA-EOF
           END-START

           PERFORM P-PONTO-ABRE
           DISPLAY " "
           DISPLAY "PRODUTOS ABAIXO DO PONTO DE REPOSICAO (PADRAO < "
               WS-REORDER-LIMIT ")"
           DISPLAY "SKU  NOME                           QTD  "
               "VALOR-CUSTO  FORNECEDOR"
               READ ARQUIVO-ESTOQUE NEXT RECORD
                   AT END MOVE "Y" TO WS-AVALIA-EOF
               END-READ
               IF WS-AVALIA-EOF = "N"
                   PERFORM P-PONTO-LE
               END-IF
               IF WS-AVALIA-EOF = "N" AND QTD-ESTOQUE < WS-PONTO-SKU
                   ADD 1 TO WS-AVALIA-CONTADOR
                   MOVE SPACES TO WS-FORN-DESC
                   IF FORNECEDOR-COD = ZEROS
                       VALOR-CUSTO " " WS-FORN-DESC
               END-IF
           END-PERFORM
           PERFORM P-PONTO-FECHA
           DISPLAY "Total abaixo do ponto de reposicao: "
               WS-AVALIA-CONTADOR
           DISPLAY "Pressione ENTER para continuar..." WITH NO ADVANCING
           ACCEPT WS-PAUSA.

      *    Ponto de reposicao do SKU corrente: o aprovado em
      *    PONTOREP.DAT ou, sem ele, o limite fixo de sempre.
       P-PONTO-ABRE.
           MOVE "N" TO WS-PONTOREP-ABERTO
           OPEN INPUT ARQUIVO-PONTOREP
           IF WS-STATUS-PONTOREP = "00"
               MOVE "S" TO WS-PONTOREP-ABERTO
           END-IF.

       P-PONTO-LE.
           MOVE WS-REORDER-LIMIT TO WS-PONTO-SKU
           IF WS-PONTOREP-ABERTO = "S"
               MOVE SKU TO RP-SKU
               READ ARQUIVO-PONTOREP
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE RP-PONTO TO WS-PONTO-SKU
               END-READ
           END-IF.

       P-PONTO-FECHA.
           IF WS-PONTOREP-ABERTO = "S"
               CLOSE ARQUIVO-PONTOREP
               MOVE "N" TO WS-PONTOREP-ABERTO
           END-IF.

      ***************************************
      * Parágrafo de relatorio de margem    *
      ***************************************
           CLOSE ARQUIVO-PROMO
           CLOSE ARQUIVO-FIDELID
           CLOSE ARQUIVO-LOTES
           CLOSE ARQUIVO-FPRECO
           CLOSE ARQUIVO-VENDHIST.

      *    Toda saida passa por aqui (os erros de abertura fazem
