       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fluxocaixa.
       AUTHOR. VILMAR CATAFESTA.
      *> Thirteen-week cash projection, FLUXO<date>.rpt in the rptcat
      *> catalogue. Week 1 starts today; each week shows what comes
      *> in, what goes out, the net and the running balance, and a
      *> week whose balance falls under the minimum is flagged.
      *> The opening position is the closing balance of the last
      *> bank statement (EXTBANCO.RET, as bancoconc.cob reads it)
      *> brought forward to today: CAIXA.DAT receipts and the
      *> post-dated cheques deposited since (CHEQUE.DAT) in, the
      *> supplier payments the bank confirmed since (PAGOS.DAT) out.
      *> The operator may key the position instead.
      *> Money in:
      *>   receivables - every open CONTASREC.DAT item at its due
      *>       date, or, under a PLANOPAG.DAT plan, each unpaid
      *>       installment at its own date (paid money applied
      *>       oldest first, as agingrep.cob does); weighted by the
      *>       customer's payment record scored the credrev.cob way:
      *>       nothing late, up to 30 days late, later than that, any
      *>       item 90+ days late. Overdue money is put in week 1;
      *>   cheques in custody (CHEQUE.DAT situation C) at their
      *>       good-for date, in full;
      *>   contracts - every month contratfat.cob has not yet billed
      *>       (CONTRFAT.LOG), each active CONTRATO.DAT customer
      *>       priced through precocli.cob and taxed from TAXAS.DAT
      *>       as the billing run would, due on the contract day of
      *>       the following month and weighted like receivables.
      *> Money out:
      *>   payables - CONTAPAG.DAT invoices scheduled, held or sent
      *>       to the bank (pagmnt.cob, pagrun.cob), open balance at
      *>       their due date;
      *>   purchases - what is still to be received on open orders
      *>       (PEDIDO.DAT / PEDIDOIT.DAT) at the supplier's cost from
      *>       FORNPRECO.DAT (else VALOR-CUSTO), expected on the order
      *>       date plus the supplier's lead time (FP-PRAZO, else
      *>       FORN-PRAZO) and paid the supplier terms later;
      *>   payroll - net pay on the pay day and the withholdings and
      *>       charges (INSS, IRRF, FGTS, employer INSS, RAT and third
      *>       parties, payroll loans) on the guide day of the month
      *>       after each payroll month; a month not yet on
      *>       FOLHALIQ.DAT is the average of the last ones on file.
      *> FLUXO.PARM (name + value, like CAPMON.PARM) sets MINIMO
      *> (minimum balance, whole units, default 0), PRAZOPAG
      *> (supplier terms in days, default 30 - pagmnt.cob's default
      *> due date), MESESFOLHA (payroll months averaged, default 3),
      *> DIAFOLHA and DIAGUIAS (pay day 5 and guide day 20) and the
      *> weights in percent PESOBOM, PESO30, PESO90 and PESORUIM
      *> (defaults 100, 90, 60 and 25).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParmFile ASSIGN TO "FLUXO.PARM"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PARM-FS.
           SELECT StatementFile ASSIGN TO "EXTBANCO.RET"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS EXT-FS.
           SELECT CashJournal ASSIGN TO "CAIXA.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS CX-FS.
           SELECT PagosFile ASSIGN TO "PAGOS.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PG-FS.
           SELECT ChequeFile ASSIGN TO "CHEQUE.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CQ-CHAVE
                         FILE STATUS  IS CQ-FS.
           SELECT ReceivFile ASSIGN TO "CONTASREC.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CR-CHAVE
                         FILE STATUS  IS CR-FS.
           SELECT PlanFile ASSIGN TO "PLANOPAG.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS PP-CHAVE
                         FILE STATUS  IS PLAN-FS.
           SELECT ContratoFile ASSIGN TO "CONTRATO.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CT-CHAVE
                         FILE STATUS  IS CT-FS.
           SELECT PeriodLog ASSIGN TO "CONTRFAT.LOG"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PER-FS.
           SELECT ARQUIVO-ESTOQUE ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS SKU
                         FILE STATUS  IS ESTOQUE-FS.
           SELECT TaxFile ASSIGN TO "TAXAS.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS TX-CATEGORIA
                         FILE STATUS  IS TAX-FS.
           SELECT PayFile ASSIGN TO "CONTAPAG.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CP-CHAVE
                         ALTERNATE RECORD KEY IS CP-VENCIMENTO
                             WITH DUPLICATES
                         FILE STATUS  IS CP-FS.
           SELECT ARQUIVO-PEDIDO ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS PED-NUM
                         FILE STATUS  IS PEDIDO-FS.
           SELECT ARQUIVO-PEDIDO-IT ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS PEDIT-CHAVE
                         FILE STATUS  IS PEDIDO-IT-FS.
           SELECT ARQUIVO-FORNECEDOR ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FORN-COD
                         FILE STATUS  IS FORNECEDOR-FS.
           SELECT ARQUIVO-FPRECO ASSIGN TO "FORNPRECO.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FP-CHAVE
                         FILE STATUS  IS FPRECO-FS.
           SELECT LiquidoFile ASSIGN TO "FOLHALIQ.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS LIQ-FS.
           SELECT ReportFile ASSIGN TO WS-REP-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS REP-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ParmFile.
       01 ParmRec.
           05 PR-NAME      pic x(12).
           05 FILLER       pic x.
           05 PR-VALOR     pic 9(09).

       FD StatementFile.
       01 StatementRec     pic x(80).

       FD CashJournal.
       01 CashRecord       pic x(60).

       FD PagosFile.
       01 PagosRec.
           05 PG-DATA      pic 9(08).
           05 FILLER       pic x.
           05 PG-FORN      pic 9(03).
           05 FILLER       pic x.
           05 PG-NOTA      pic 9(09).
           05 FILLER       pic x.
           05 PG-VALOR     pic 9(07)V99.
           05 FILLER       pic x(08).

       FD ChequeFile.
       01 ChequeData.
            02 CQ-CHAVE.
               03 CQ-BANCO    pic 9(03).
               03 CQ-NUMERO   pic 9(06).
            02 CQ-EMITENTE    pic x(30).
            02 CQ-VALOR       pic 9(06)V99.
            02 CQ-BOM-PARA    pic 9(08).
            02 CQ-CLIENTE     pic 9(08).
            02 CQ-FATURA      pic 9(06).
            02 CQ-RECEBIDO    pic 9(08).
            02 CQ-SITUACAO    pic x.
            02 CQ-DEPOSITO    pic 9(08).
            02 CQ-DEVOLUCAO   pic 9(08).
            02 CQ-TARIFA-FAT  pic 9(06).
            02 CQ-OPERADOR    pic x(10).

       FD ReceivFile.
       01 ReceivData.
            02 CR-CHAVE.
               03 CR-CLIENTE pic 9(08).
               03 CR-FATURA  pic 9(06).
            02 CR-VALOR-ORIG pic 9(06)V99.
            02 CR-VALOR-PAGO pic 9(06)V99.
            02 CR-VENCIMENTO pic 9(08).

       FD PlanFile.
       01 PlanData.
            02 PP-CHAVE.
               03 PP-CLIENTE pic 9(08).
               03 PP-FATURA  pic 9(06).
               03 PP-SEQ     pic 9(02).
            02 PP-VALOR      pic 9(06)V99.
            02 PP-VENCIMENTO pic 9(08).

       FD ContratoFile.
       01 ContratoData.
            02 CT-CHAVE.
               03 CT-CLIENTE pic 9(08).
               03 CT-SKU     pic 9(04).
            02 CT-QTD     pic 9(03).
            02 CT-DIA     pic 9(02).
            02 CT-INICIO  pic 9(08).
            02 CT-FIM     pic 9(08).

       FD PeriodLog.
       01 PeriodRec        pic x(40).

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

       FD TaxFile.
       01 TaxData.
           05 TX-CATEGORIA pic 9(02).
           05 TX-ALIQUOTA  pic 9V9999.

       FD PayFile.
       01 PayData.
           05 CP-CHAVE.
               10 CP-FORN          PIC 9(03).
               10 CP-NOTA          PIC 9(09).
           05 CP-PEDIDO            PIC 9(06).
           05 CP-EMISSAO           PIC 9(08).
           05 CP-VENCIMENTO        PIC 9(08).
           05 CP-VALOR             PIC 9(07)V99.
           05 CP-VALOR-PAGO        PIC 9(07)V99.
           05 CP-SITUACAO          PIC X(01).
           05 CP-DIVERGENCIA       PIC X(01).
           05 CP-OPERADOR          PIC X(10).
           05 CP-LIBERADOR         PIC X(10).

       FD ARQUIVO-PEDIDO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PEDIDO.DAT".
       01 PEDIDO.
           05 PED-NUM          PIC 9(06).
           05 PED-FORN         PIC 9(03).
           05 PED-DATA         PIC 9(08).
           05 PED-SITUACAO     PIC X(01).

       FD ARQUIVO-PEDIDO-IT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PEDIDOIT.DAT".
       01 PEDIDO-ITEM.
           05 PEDIT-CHAVE.
               10 PEDIT-NUM    PIC 9(06).
               10 PEDIT-SEQ    PIC 9(03).
           05 PEDIT-SKU        PIC 9(04).
           05 PEDIT-QTD        PIC 9(04).
           05 PEDIT-QTD-RECEBIDA PIC 9(04).

       FD ARQUIVO-FORNECEDOR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FORNECEDOR.DAT".
       01 FORNECEDOR.
           05 FORN-COD         PIC 9(03).
           05 FORN-NOME        PIC X(30).
           05 FORN-FONE        PIC 9(09).
           05 FORN-EMAIL       PIC X(40).
           05 FORN-PRAZO       PIC 9(03).

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

       FD LiquidoFile.
       01 LiquidoReg.
           05 FL-ANO            pic 9(04).
           05 FL-MES            pic 9(02).
           05 FL-MATRICULA      pic 9(06).
           05 FL-LIQUIDO        pic 9(06)V99.
           05 FL-BRUTO          pic 9(06)V99.
           05 FL-INSS           pic 9(06)V99.
           05 FL-IRRF           pic 9(06)V99.
           05 FL-DESCONTOS      pic 9(06)V99.
           05 FL-SALFAM         pic 9(06)V99.
           05 FL-FGTS           pic 9(06)V99.
           05 FL-INSS-EMP       pic 9(06)V99.
           05 FL-RAT-TERC       pic 9(06)V99.
           05 FL-CONSIG         pic 9(06)V99.
           05 FL-CCUSTO         pic x(04).

       FD ReportFile.
       01 ReportLine       pic x(132).

       WORKING-STORAGE SECTION.
       01 PARM-FS          pic xx.
       01 EXT-FS           pic xx.
       01 CX-FS            pic xx.
       01 PG-FS            pic xx.
       01 CQ-FS            pic xx.
       01 CR-FS            pic xx.
       01 PLAN-FS          pic xx.
       01 CT-FS            pic xx.
       01 PER-FS           pic xx.
       01 ESTOQUE-FS       pic xx.
       01 TAX-FS           pic xx.
       01 CP-FS            pic xx.
       01 PEDIDO-FS        pic xx.
       01 PEDIDO-IT-FS     pic xx.
       01 FORNECEDOR-FS    pic xx.
       01 FPRECO-FS        pic xx.
       01 LIQ-FS           pic xx.
       01 REP-FS           pic xx.
       01 WS-EOF           pic x value 'N'.
       01 WS-IT-EOF        pic x value 'N'.
       01 WS-PLAN-EOF      pic x value 'N'.
       01 WS-TAX-EOF       pic x value 'N'.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-HOJE-INT      pic 9(07).
       01 WS-FIM-INT       pic 9(07).
       01 WS-FIM-DATA      pic 9(08).
       01 WS-REP-FILENAME  pic x(24).

      *> FLUXO.PARM values and their defaults.
       01 WS-MINIMO        pic 9(09) value zeros.
       01 WS-PRAZO-PAG     pic 9(03) value 30.
       01 WS-MESES-FOLHA   pic 9(02) value 3.
       01 WS-DIA-FOLHA     pic 9(02) value 5.
       01 WS-DIA-GUIAS     pic 9(02) value 20.
       01 WS-PESO-BOM      pic 9(03) value 100.
       01 WS-PESO-30       pic 9(03) value 90.
       01 WS-PESO-90       pic 9(03) value 60.
       01 WS-PESO-RUIM     pic 9(03) value 25.

      *> Opening position.
       01 WS-SALDO-IN      pic x(15).
       01 WS-SALDO-INICIAL pic s9(11)V99 value zeros.
       01 WS-FONTE-SALDO   pic x(40) value spaces.
       01 WS-EXT-FIM       pic 9(08) value zeros.
       01 WS-EXT-SALDO     pic s9(11)V99 value zeros.
       01 WS-TEM-TRAILER   pic x value 'N'.
       01 WS-ENTROU        pic 9(10)V99 value zeros.
       01 WS-SAIU          pic 9(10)V99 value zeros.

       01 WS-EXT-IN        pic x(80).
       01 WS-EXT-HEADER redefines WS-EXT-IN.
           05 EH-TIPO      pic x.
           05 EH-CONTA     pic x(20).
           05 EH-INICIO    pic 9(08).
           05 EH-FIM       pic 9(08).
           05 EH-SINAL     pic x.
           05 EH-SALDO     pic 9(10)V99.
           05 FILLER       pic x(30).
       01 WS-EXT-TRAILER redefines WS-EXT-IN.
           05 ET-TIPO      pic x.
           05 ET-SINAL     pic x.
           05 ET-SALDO     pic 9(10)V99.
           05 FILLER       pic x(66).

       01 WS-CASH-IN       pic x(60).
       01 WS-CASH-IN-R redefines WS-CASH-IN.
           05 CXI-DATA     pic 9(08).
           05 FILLER       pic x(08).
           05 CXI-OPERADOR pic x(10).
           05 FILLER       pic x.
           05 CXI-CLIENTE  pic 9(08).
           05 FILLER       pic x.
           05 CXI-FATURA   pic 9(06).
           05 FILLER       pic x.
           05 CXI-VALOR    pic 9(06)V99.
           05 FILLER       pic x(09).

      *> One movement on its way into a week.
       01 WS-MOV-DATA      pic 9(08).
       01 WS-MOV-INT       pic 9(07).
       01 WS-MOV-VALOR     pic 9(10)V99.
       01 WS-MOV-TIPO      pic x.
       01 WS-SEM           pic 9(03).

       01 WS-SEMANAS.
           02 WS-SEMANA occurs 13 times.
               05 WK-INICIO    pic 9(08).
               05 WK-FIM       pic 9(08).
               05 WK-RECEBER   pic 9(10)V99.
               05 WK-CONTRATO  pic 9(10)V99.
               05 WK-PAGAR     pic 9(10)V99.
               05 WK-PEDIDO    pic 9(10)V99.
               05 WK-FOLHA     pic 9(10)V99.
       01 WS-WK-IDX        pic 9(02).
       01 WS-WK-INT        pic 9(07).
       01 WS-LIQUIDO-SEM   pic s9(11)V99.
       01 WS-SALDO-CORR    pic s9(11)V99.
       01 WS-ABAIXO        pic 9(02) value zeros.
       01 WS-PRIMEIRA-ABAIXO pic 9(02) value zeros.
       01 WS-MENOR-SALDO   pic s9(11)V99.
       01 WS-TOT-RECEBER   pic 9(11)V99 value zeros.
       01 WS-TOT-CONTRATO  pic 9(11)V99 value zeros.
       01 WS-TOT-PAGAR     pic 9(11)V99 value zeros.
       01 WS-TOT-PEDIDO    pic 9(11)V99 value zeros.
       01 WS-TOT-FOLHA     pic 9(11)V99 value zeros.
       01 WS-TOT-LIQUIDO   pic s9(11)V99 value zeros.

      *> Customer scoring, the credrev.cob way.
       01 WS-IDX           pic 9(03).
       01 WS-SLOT          pic 9(03).
       01 WS-ACHOU         pic x.
       01 WS-CLIENTE       pic 9(08).
       01 WS-PESO          pic 9(03).
       01 WS-VENC-INT      pic 9(07).
       01 WS-DIAS-ATRASO   pic s9(05).
       01 WS-SALDO         pic 9(08)V99.
       01 WS-SC-TOTAL      pic 9(03) value zeros.
       01 WS-SC-TAB.
           02 WS-SC-ITEM occurs 200 times.
               05 SC-CLIENTE  pic 9(08).
               05 SC-N90      pic 9(03).
               05 SC-PIOR     pic s9(05).
       01 WS-REC-FACE      pic 9(11)V99 value zeros.
       01 WS-REC-PESADO    pic 9(11)V99 value zeros.
       01 WS-PLAN-OPEN     pic x value 'N'.
       01 WS-TEM-PLANO     pic x.
       01 WS-PAGO-REST     pic 9(06)V99.
       01 WS-PARC-SALDO    pic 9(06)V99.
       01 WS-CHEQUES       pic 9(10)V99 value zeros.

      *> Contract months not yet billed.
       01 WS-MES-FAT       pic 9(06).
       01 WS-MES-FAT-R redefines WS-MES-FAT.
           02 WS-MF-ANO    pic 9(04).
           02 WS-MF-MES    pic 9(02).
       01 WS-MES-SEG       pic 9(06).
       01 WS-MES-SEG-R redefines WS-MES-SEG.
           02 WS-MS-ANO    pic 9(04).
           02 WS-MS-MES    pic 9(02).
       01 WS-MES-ULTIMO    pic 9(06).
       01 WS-DATA-FAT      pic 9(08).
       01 WS-FATURADO      pic x.
       01 WS-FAT-QTD       pic 9(03) value zeros.
       01 WS-FAT-TAB.
           02 WS-FAT-PERIODO pic x(06) occurs 240 times.
       01 WS-FAT-IDX       pic 9(03).
       01 WS-PER-IN        pic x(40).
       01 WS-PER-IN-R redefines WS-PER-IN.
           02 PERI-PERIODO pic x(06).
           02 FILLER       pic x(34).
       01 WS-CUR-CLIENTE   pic 9(08).
       01 WS-CUR-DIA       pic 9(02).
       01 WS-CUR-VALOR     pic 9(10)V99.
       01 WS-LINHA-VALOR   pic 9(08)V99.
       01 WS-ALIQ          pic 9V9999.
       01 WS-CONTRATOS     pic 9(05) value zeros.
       01 WS-TAX-QTD       pic 99 value zeros.
       01 WS-TAX-IDX       pic 99.
       01 WS-TAX-TAB.
           02 WS-TAX-ITEM occurs 20 times.
               05 WS-TAX-CAT  pic 9(02).
               05 WS-TAX-ALIQ pic 9V9999.

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

      *> Purchase orders.
       01 WS-PENDENTE      pic 9(04).
       01 WS-CUSTO         pic 9(04)V99.
       01 WS-PRAZO-ENTREGA pic 9(03).
       01 WS-ESTOQUE-OPEN  pic x value 'N'.
       01 WS-FPRECO-OPEN   pic x value 'N'.
       01 WS-FORN-OPEN     pic x value 'N'.
       01 WS-PEDIDOS       pic 9(05) value zeros.

      *> Payroll months on FOLHALIQ.DAT.
       01 WS-FOLHA-QTD     pic 9(03) value zeros.
       01 WS-FOLHA-TAB.
           02 WS-FOLHA-ITEM occurs 120 times.
               05 FO-PERIODO  pic 9(06).
               05 FO-LIQUIDO  pic 9(10)V99.
               05 FO-GUIAS    pic 9(10)V99.
       01 WS-FO-IDX        pic 9(03).
       01 WS-FO-MAIOR      pic 9(03).
       01 WS-FO-ORDEM      pic 9(03).
       01 WS-FO-MAX        pic 9(06).
       01 WS-FO-USADOS     pic 9(03).
       01 WS-FO-ULTIMO     pic 9(06).
       01 WS-FO-MARCAS.
           02 WS-FO-MARCA  pic x occurs 120 times.
       01 WS-MEDIA-LIQ     pic 9(10)V99 value zeros.
       01 WS-MEDIA-GUIAS   pic 9(10)V99 value zeros.
       01 WS-PER-FOLHA     pic 9(06).
       01 WS-FOLHA-LIQ     pic 9(10)V99.
       01 WS-FOLHA-GUIAS   pic 9(10)V99.
       01 WS-FOLHA-FONTE   pic x(08).

       01 WS-HEAD-1.
           05 FILLER       pic x(42)
                           value "CASH-FLOW FORECAST - 13 WEEKS FROM ".
           05 H1-DATA      pic 9(08).
           05 FILLER       pic x(82) value spaces.
       01 WS-HEAD-2.
           05 FILLER       pic x(66) value
               "WK FROM     TO         RECEIVABLES     CONTRACTS      PAYABLES    ".
           05 FILLER       pic x(66) value
               " PURCHASES       PAYROLL             NET         BALANCE".
       01 WS-DETAIL-LINE.
           05 DL-SEM       pic z9.
           05 FILLER       pic x value space.
           05 DL-INICIO    pic 9(08).
           05 FILLER       pic x value space.
           05 DL-FIM       pic 9(08).
           05 FILLER       pic x value space.
           05 DL-RECEBER   pic z(9)9.99.
           05 FILLER       pic x value space.
           05 DL-CONTRATO  pic z(9)9.99.
           05 FILLER       pic x value space.
           05 DL-PAGAR     pic z(9)9.99.
           05 FILLER       pic x value space.
           05 DL-PEDIDO    pic z(9)9.99.
           05 FILLER       pic x value space.
           05 DL-FOLHA     pic z(9)9.99.
           05 FILLER       pic x value space.
           05 DL-LIQUIDO   pic z(10)9.99-.
           05 FILLER       pic x value space.
           05 DL-SALDO     pic z(10)9.99-.
           05 FILLER       pic x value space.
           05 DL-ALERTA    pic x(02).
       01 WS-TOT-LINE.
           05 TL-ROTULO    pic x(40).
           05 TL-VALOR     pic z(10)9.99-.
           05 FILLER       pic x value space.
           05 TL-NOTA      pic x(60).
       01 WS-VALOR-ED      pic z(10)9.99-.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            accept WS-RUN-DATE from date yyyymmdd
            compute WS-HOJE-INT = function integer-of-date(WS-RUN-DATE)
            compute WS-FIM-INT = WS-HOJE-INT + 90
            compute WS-FIM-DATA = function date-of-integer(WS-FIM-INT)
            perform LoadParms
            perform SetUpWeeks

            display "Opening cash position (blank = last bank"
                " statement brought forward): " with no advancing
            move spaces to WS-SALDO-IN
            accept WS-SALDO-IN
            if WS-SALDO-IN not = spaces
                compute WS-SALDO-INICIAL = function numval(WS-SALDO-IN)
                move "KEYED BY THE OPERATOR" to WS-FONTE-SALDO
            else
                perform LoadBankBalance
            end-if

            perform ScoreCustomers
            perform ProjectReceivables
            perform ProjectCheques
            perform ProjectContracts
            perform ProjectPayables
            perform ProjectOrders
            perform ProjectPayroll

            perform WriteReport
            move "FLUXO DE CAIXA" to RC-REPORT
            move "fluxocaixa" to RC-PROGRAM
            move WS-REP-FILENAME to RC-FILENAME
            move 13 to RC-COUNT
            call "rptcat" using WS-RC-AREA

            display "Cash-flow forecast " WS-RUN-DATE " to " WS-FIM-DATA
            move WS-SALDO-INICIAL to WS-VALOR-ED
            display "  opening position : " WS-VALOR-ED
            move WS-SALDO-CORR to WS-VALOR-ED
            display "  closing position : " WS-VALOR-ED
            display "  weeks under the minimum: " WS-ABAIXO
            display "  report           : " WS-REP-FILENAME
            stop run.

       LoadParms.
            open input ParmFile
            if PARM-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read ParmFile
                    at end move 'Y' to WS-EOF
                    not at end
                        if PR-VALOR numeric
                            evaluate PR-NAME
                                when "MINIMO"     move PR-VALOR to WS-MINIMO
                                when "PRAZOPAG"   move PR-VALOR to WS-PRAZO-PAG
                                when "MESESFOLHA" move PR-VALOR to WS-MESES-FOLHA
                                when "DIAFOLHA"   move PR-VALOR to WS-DIA-FOLHA
                                when "DIAGUIAS"   move PR-VALOR to WS-DIA-GUIAS
                                when "PESOBOM"    move PR-VALOR to WS-PESO-BOM
                                when "PESO30"     move PR-VALOR to WS-PESO-30
                                when "PESO90"     move PR-VALOR to WS-PESO-90
                                when "PESORUIM"   move PR-VALOR to WS-PESO-RUIM
                            end-evaluate
                        end-if
                end-read
            end-perform
            close ParmFile
      *>    A pay or guide day past the 28th would not exist in
      *>    February; the payroll is due by then anyway.
            if WS-DIA-FOLHA < 1 or WS-DIA-FOLHA > 28
                move 5 to WS-DIA-FOLHA
            end-if
            if WS-DIA-GUIAS < 1 or WS-DIA-GUIAS > 28
                move 20 to WS-DIA-GUIAS
            end-if
            if WS-MESES-FOLHA = zeros
                move 3 to WS-MESES-FOLHA
            end-if.

       SetUpWeeks.
            perform varying WS-WK-IDX from 1 by 1 until WS-WK-IDX > 13
                compute WS-WK-INT = WS-HOJE-INT + (WS-WK-IDX - 1) * 7
                compute WK-INICIO (WS-WK-IDX) =
                    function date-of-integer(WS-WK-INT)
                compute WS-WK-INT = WS-WK-INT + 6
                compute WK-FIM (WS-WK-IDX) =
                    function date-of-integer(WS-WK-INT)
                move zeros to WK-RECEBER (WS-WK-IDX)
                    WK-CONTRATO (WS-WK-IDX) WK-PAGAR (WS-WK-IDX)
                    WK-PEDIDO (WS-WK-IDX) WK-FOLHA (WS-WK-IDX)
            end-perform.

      *> WS-MOV-VALOR goes into the week holding WS-MOV-DATA, under
      *> the column WS-MOV-TIPO names (R receivable, C contract,
      *> P payable, O purchase order, F payroll). Anything already
      *> due lands in week 1; anything past week 13 is left out.
       PlaceAmount.
            if WS-MOV-VALOR = zeros
                exit paragraph
            end-if
            if WS-MOV-DATA < WS-RUN-DATE
                move 1 to WS-SEM
            else
                compute WS-MOV-INT = function integer-of-date(WS-MOV-DATA)
                if WS-MOV-INT = zeros
                    move 1 to WS-SEM
                else
                    compute WS-SEM = (WS-MOV-INT - WS-HOJE-INT) / 7 + 1
                end-if
            end-if
            if WS-SEM > 13
                exit paragraph
            end-if
            evaluate WS-MOV-TIPO
                when 'R' add WS-MOV-VALOR to WK-RECEBER (WS-SEM)
                when 'C' add WS-MOV-VALOR to WK-CONTRATO (WS-SEM)
                when 'P' add WS-MOV-VALOR to WK-PAGAR (WS-SEM)
                when 'O' add WS-MOV-VALOR to WK-PEDIDO (WS-SEM)
                when 'F' add WS-MOV-VALOR to WK-FOLHA (WS-SEM)
            end-evaluate.

      *> The statement's closing balance, then everything our books
      *> moved after the statement's last day: the journal's
      *> receipts (ledger CREDITO lines are not money, and a
      *> post-dated cheque is only money once it is deposited), the
      *> cheques deposited since, and the supplier payments the bank
      *> confirmed since.
       LoadBankBalance.
            open input StatementFile
            if EXT-FS not = "00"
                move "NO BANK STATEMENT - STARTING FROM ZERO"
                    to WS-FONTE-SALDO
                display "** no EXTBANCO.RET - opening position is zero"
                exit paragraph
            end-if
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read StatementFile into WS-EXT-IN
                    at end move 'Y' to WS-EOF
                    not at end
                        evaluate EH-TIPO
                            when "0"
                                move EH-FIM to WS-EXT-FIM
                            when "9"
                                move 'Y' to WS-TEM-TRAILER
                                move ET-SALDO to WS-EXT-SALDO
                                if ET-SINAL = "-"
                                    compute WS-EXT-SALDO =
                                        0 - WS-EXT-SALDO
                                end-if
                        end-evaluate
                end-read
            end-perform
            close StatementFile
            if WS-TEM-TRAILER = 'N' or WS-EXT-FIM not numeric
                    or WS-EXT-FIM = zeros
                move "UNREADABLE BANK STATEMENT - FROM ZERO"
                    to WS-FONTE-SALDO
                display "** EXTBANCO.RET has no header or closing"
                    " balance - opening position is zero"
                exit paragraph
            end-if

            move 'N' to WS-EOF
            open input CashJournal
            if CX-FS = "00"
                perform until WS-EOF = 'Y'
                    read CashJournal into WS-CASH-IN
                        at end move 'Y' to WS-EOF
                        not at end
                            if CXI-DATA > WS-EXT-FIM
                                    and CXI-DATA <= WS-RUN-DATE
                                    and CXI-VALOR numeric
                                    and CXI-OPERADOR not = "CREDITO"
                                    and CXI-OPERADOR not = "CHEQUEPRE"
                                    and CXI-OPERADOR not = "CHEQUEDEV"
                                add CXI-VALOR to WS-ENTROU
                            end-if
                    end-read
                end-perform
                close CashJournal
            end-if

            move 'N' to WS-EOF
            open input ChequeFile
            if CQ-FS = "00"
                move low-values to CQ-CHAVE
                start ChequeFile key is >= CQ-CHAVE
                    invalid key move 'Y' to WS-EOF
                end-start
                perform until WS-EOF = 'Y'
                    read ChequeFile next record
                        at end move 'Y' to WS-EOF
                    end-read
                    if WS-EOF = 'N'
                        if CQ-SITUACAO = 'D'
                                and CQ-DEPOSITO > WS-EXT-FIM
                                and CQ-DEPOSITO <= WS-RUN-DATE
                            add CQ-VALOR to WS-ENTROU
                        end-if
                    end-if
                end-perform
                close ChequeFile
            end-if

            move 'N' to WS-EOF
            open input PagosFile
            if PG-FS = "00"
                perform until WS-EOF = 'Y'
                    read PagosFile
                        at end move 'Y' to WS-EOF
                        not at end
                            if PG-DATA numeric and PG-VALOR numeric
                                    and PG-DATA > WS-EXT-FIM
                                    and PG-DATA <= WS-RUN-DATE
                                add PG-VALOR to WS-SAIU
                            end-if
                    end-read
                end-perform
                close PagosFile
            end-if
            compute WS-SALDO-INICIAL = WS-EXT-SALDO + WS-ENTROU - WS-SAIU
            move spaces to WS-FONTE-SALDO
            string "BANK STATEMENT OF " delimited by size
                   WS-EXT-FIM delimited by size
                   " BROUGHT FORWARD" delimited by size
                into WS-FONTE-SALDO
            end-string.

      *> Worst days overdue and count of 90+ day items per customer
      *> over the open items, as credrev.cob scores them.
       ScoreCustomers.
            open input ReceivFile
            if CR-FS not = "00"
                display "** no CONTASREC.DAT, status " CR-FS
                    " - no receivables in the forecast"
                exit paragraph
            end-if
            move 'N' to WS-EOF
            move low-values to CR-CHAVE
            start ReceivFile key is >= CR-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ReceivFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if CR-VALOR-ORIG > CR-VALOR-PAGO
                        move CR-CLIENTE to WS-CLIENTE
                        perform FindSlot
                        if WS-ACHOU = 'Y'
                            compute WS-VENC-INT =
                                function integer-of-date(CR-VENCIMENTO)
                            compute WS-DIAS-ATRASO =
                                WS-HOJE-INT - WS-VENC-INT
                            if WS-DIAS-ATRASO > SC-PIOR (WS-IDX)
                                move WS-DIAS-ATRASO to SC-PIOR (WS-IDX)
                            end-if
                            if WS-DIAS-ATRASO > 90
                                add 1 to SC-N90 (WS-IDX)
                            end-if
                        end-if
                    end-if
                end-if
            end-perform
            close ReceivFile.

      *> The loop index is one past the match when the UNTIL fires,
      *> so the hit is captured inside the body and put back after.
       FindSlot.
            move 'N' to WS-ACHOU
            perform varying WS-IDX from 1 by 1
                    until WS-IDX > WS-SC-TOTAL or WS-ACHOU = 'Y'
                if SC-CLIENTE (WS-IDX) = WS-CLIENTE
                    move 'Y' to WS-ACHOU
                    move WS-IDX to WS-SLOT
                end-if
            end-perform
            if WS-ACHOU = 'Y'
                move WS-SLOT to WS-IDX
            end-if
            if WS-ACHOU = 'N' and WS-SC-TOTAL < 200
                add 1 to WS-SC-TOTAL
                move WS-SC-TOTAL to WS-IDX
                move WS-CLIENTE to SC-CLIENTE (WS-IDX)
                move zeros to SC-N90 (WS-IDX)
                move -99999 to SC-PIOR (WS-IDX)
                move 'Y' to WS-ACHOU
            end-if.

      *> Share of WS-CLIENTE's money expected to come in: any 90-day
      *> item, then the worst lateness on what is open. A customer
      *> with nothing open (or past the table) pays in full.
       CustomerWeight.
            move WS-PESO-BOM to WS-PESO
            move 'N' to WS-ACHOU
            perform varying WS-IDX from 1 by 1
                    until WS-IDX > WS-SC-TOTAL or WS-ACHOU = 'Y'
                if SC-CLIENTE (WS-IDX) = WS-CLIENTE
                    move 'Y' to WS-ACHOU
                    move WS-IDX to WS-SLOT
                end-if
            end-perform
            if WS-ACHOU = 'N'
                exit paragraph
            end-if
            move WS-SLOT to WS-IDX
            evaluate true
                when SC-N90 (WS-IDX) > zeros
                    move WS-PESO-RUIM to WS-PESO
                when SC-PIOR (WS-IDX) <= 0
                    move WS-PESO-BOM to WS-PESO
                when SC-PIOR (WS-IDX) <= 30
                    move WS-PESO-30 to WS-PESO
                when other
                    move WS-PESO-90 to WS-PESO
            end-evaluate.

       ProjectReceivables.
            open input ReceivFile
            if CR-FS not = "00"
                exit paragraph
            end-if
            open input PlanFile
            if PLAN-FS = "00"
                move 'Y' to WS-PLAN-OPEN
            end-if
            move 'R' to WS-MOV-TIPO
            move 'N' to WS-EOF
            move low-values to CR-CHAVE
            start ReceivFile key is >= CR-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ReceivFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if CR-VALOR-ORIG > CR-VALOR-PAGO
                        perform ProjectOneItem
                    end-if
                end-if
            end-perform
            close ReceivFile
            if WS-PLAN-OPEN = 'Y'
                close PlanFile
            end-if.

       ProjectOneItem.
            move CR-CLIENTE to WS-CLIENTE
            perform CustomerWeight
            perform CheckPlan
            if WS-TEM-PLANO = 'Y'
                perform ProjectInstallments
            else
                compute WS-SALDO = CR-VALOR-ORIG - CR-VALOR-PAGO
                move CR-VENCIMENTO to WS-MOV-DATA
                perform PlaceReceivable
            end-if.

      *> WS-SALDO due on WS-MOV-DATA, weighted for the customer.
       PlaceReceivable.
            compute WS-MOV-VALOR rounded = WS-SALDO * WS-PESO / 100
            if WS-MOV-DATA <= WS-FIM-DATA
                add WS-SALDO to WS-REC-FACE
                add WS-MOV-VALOR to WS-REC-PESADO
            end-if
            perform PlaceAmount.

       CheckPlan.
            move 'N' to WS-TEM-PLANO
            if WS-PLAN-OPEN = 'Y'
                move CR-CLIENTE to PP-CLIENTE
                move CR-FATURA  to PP-FATURA
                move 1          to PP-SEQ
                read PlanFile
                    invalid key continue
                    not invalid key move 'Y' to WS-TEM-PLANO
                end-read
            end-if.

      *> Paid money covers the installments oldest first; what is
      *> left of each one is expected on its own due date.
       ProjectInstallments.
            move CR-VALOR-PAGO to WS-PAGO-REST
            move 'N' to WS-PLAN-EOF
            move CR-CLIENTE to PP-CLIENTE
            move CR-FATURA  to PP-FATURA
            move zeros      to PP-SEQ
            start PlanFile key is >= PP-CHAVE
                invalid key move 'Y' to WS-PLAN-EOF
            end-start
            perform until WS-PLAN-EOF = 'Y'
                read PlanFile next record
                    at end move 'Y' to WS-PLAN-EOF
                end-read
                if WS-PLAN-EOF = 'N'
                    if PP-CLIENTE not = CR-CLIENTE
                            or PP-FATURA not = CR-FATURA
                        move 'Y' to WS-PLAN-EOF
                    else
                        perform ProjectOneInstallment
                    end-if
                end-if
            end-perform.

       ProjectOneInstallment.
            if WS-PAGO-REST >= PP-VALOR
                subtract PP-VALOR from WS-PAGO-REST
                exit paragraph
            end-if
            compute WS-PARC-SALDO = PP-VALOR - WS-PAGO-REST
            move zeros to WS-PAGO-REST
            move WS-PARC-SALDO to WS-SALDO
            move PP-VENCIMENTO to WS-MOV-DATA
            perform PlaceReceivable.

      *> A cheque in custody already settled its invoice on
      *> CONTASREC.DAT; the money itself comes on the good-for date.
       ProjectCheques.
            open input ChequeFile
            if CQ-FS not = "00"
                exit paragraph
            end-if
            move 'R' to WS-MOV-TIPO
            move 'N' to WS-EOF
            move low-values to CQ-CHAVE
            start ChequeFile key is >= CQ-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ChequeFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if CQ-SITUACAO = 'C'
                        move CQ-BOM-PARA to WS-MOV-DATA
                        move CQ-VALOR    to WS-MOV-VALOR
                        if WS-MOV-DATA <= WS-FIM-DATA
                            add CQ-VALOR to WS-CHEQUES
                        end-if
                        perform PlaceAmount
                    end-if
                end-if
            end-perform
            close ChequeFile.

      *> Each month from this one to the end of the horizon that
      *> CONTRFAT.LOG does not show as billed is billed on its first
      *> day (today, for this month) and falls due the month after;
      *> a month already billed is on CONTASREC.DAT above.
       ProjectContracts.
            open input ContratoFile
            if CT-FS not = "00"
                exit paragraph
            end-if
            open input ARQUIVO-ESTOQUE
            if ESTOQUE-FS not = "00"
                display "** no ESTOQUE.DAT, status " ESTOQUE-FS
                    " - contracts left out of the forecast"
                close ContratoFile
                exit paragraph
            end-if
            perform LoadBilledPeriods
            perform LoadTaxTable
            move 'C' to WS-MOV-TIPO
            move WS-RUN-DATE (1:6) to WS-MES-FAT
            move WS-FIM-DATA (1:6) to WS-MES-ULTIMO
            perform until WS-MES-FAT > WS-MES-ULTIMO
                perform ContractMonth
                move WS-MES-FAT to WS-MES-SEG
                perform NextMonth
                move WS-MES-SEG to WS-MES-FAT
            end-perform
            close ContratoFile
            close ARQUIVO-ESTOQUE.

      *> WS-MES-SEG becomes the month after itself.
       NextMonth.
            add 1 to WS-MS-MES
            if WS-MS-MES > 12
                move 1 to WS-MS-MES
                add 1 to WS-MS-ANO
            end-if.

       LoadBilledPeriods.
            move zeros to WS-FAT-QTD
            move 'N' to WS-EOF
            open input PeriodLog
            if PER-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read PeriodLog into WS-PER-IN
                    at end move 'Y' to WS-EOF
                    not at end
                        if WS-FAT-QTD < 240
                            add 1 to WS-FAT-QTD
                            move PERI-PERIODO
                                to WS-FAT-PERIODO (WS-FAT-QTD)
                        end-if
                end-read
            end-perform
            close PeriodLog.

      *> Same table load contratfat.cob does.
       LoadTaxTable.
            move zeros to WS-TAX-QTD
            open input TaxFile
            if TAX-FS not = "00"
                exit paragraph
            end-if
            move 'N' to WS-TAX-EOF
            move low-values to TX-CATEGORIA
            start TaxFile key is >= TX-CATEGORIA
                invalid key move 'Y' to WS-TAX-EOF
            end-start
            perform until WS-TAX-EOF = 'Y'
                read TaxFile next record
                    at end move 'Y' to WS-TAX-EOF
                end-read
                if WS-TAX-EOF = 'N' and WS-TAX-QTD < 20
                    add 1 to WS-TAX-QTD
                    move TX-CATEGORIA to WS-TAX-CAT (WS-TAX-QTD)
                    move TX-ALIQUOTA  to WS-TAX-ALIQ (WS-TAX-QTD)
                end-if
            end-perform
            close TaxFile.

       ContractMonth.
            move 'N' to WS-FATURADO
            perform varying WS-FAT-IDX from 1 by 1
                    until WS-FAT-IDX > WS-FAT-QTD
                if WS-FAT-PERIODO (WS-FAT-IDX) = WS-MES-FAT
                    move 'Y' to WS-FATURADO
                end-if
            end-perform
            if WS-FATURADO = 'Y'
                exit paragraph
            end-if
            compute WS-DATA-FAT = WS-MES-FAT * 100 + 1
            if WS-DATA-FAT < WS-RUN-DATE
                move WS-RUN-DATE to WS-DATA-FAT
            end-if
            move zeros to WS-CUR-CLIENTE WS-CUR-VALOR
            move 99 to WS-CUR-DIA
            move 'N' to WS-EOF
            move low-values to CT-CHAVE
            start ContratoFile key is >= CT-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ContratoFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if CT-CLIENTE not = WS-CUR-CLIENTE
                        perform PlaceContract
                        move CT-CLIENTE to WS-CUR-CLIENTE
                        move zeros to WS-CUR-VALOR
                        move 99 to WS-CUR-DIA
                    end-if
                    if CT-INICIO <= WS-DATA-FAT
                            and (CT-FIM = zeros
                                 or CT-FIM >= WS-DATA-FAT)
                        perform PriceContractLine
                        if CT-DIA < WS-CUR-DIA
                            move CT-DIA to WS-CUR-DIA
                        end-if
                    end-if
                end-if
            end-perform
            perform PlaceContract.

      *> Priced as contratfat.cob bills it: the customer's price
      *> from precocli.cob, plus the fiscal category's tax.
       PriceContractLine.
            move CT-SKU to SKU
            read ARQUIVO-ESTOQUE
                invalid key exit paragraph
            end-read
            move 'P'            to PC-FUNC
            move CT-CLIENTE     to PC-CLIENTE
            move SKU            to PC-SKU
            move WS-DATA-FAT    to PC-DATA
            move VALOR-VENDA    to PC-VENDA
            move VALOR-CUSTO    to PC-CUSTO
            call "precocli" using WS-PC-AREA
            compute WS-LINHA-VALOR = PC-PRECO * CT-QTD
            move zeros to WS-ALIQ
            perform varying WS-TAX-IDX from 1 by 1
                    until WS-TAX-IDX > WS-TAX-QTD
                if WS-TAX-CAT (WS-TAX-IDX) = CATEG-FISCAL
                    move WS-TAX-ALIQ (WS-TAX-IDX) to WS-ALIQ
                end-if
            end-perform
            compute WS-CUR-VALOR rounded = WS-CUR-VALOR
                + WS-LINHA-VALOR + WS-LINHA-VALOR * WS-ALIQ.

      *> Due on the earliest contract day of the month after the
      *> billing, or thirty days after it with no day agreed -
      *> contratfat.cob's due date.
       PlaceContract.
            if WS-CUR-CLIENTE = zeros or WS-CUR-VALOR = zeros
                exit paragraph
            end-if
            add 1 to WS-CONTRATOS
            if WS-CUR-DIA >= 1 and WS-CUR-DIA <= 28
                move WS-MES-FAT to WS-MES-SEG
                perform NextMonth
                compute WS-MOV-DATA = WS-MES-SEG * 100 + WS-CUR-DIA
            else
                compute WS-MOV-INT =
                    function integer-of-date(WS-DATA-FAT) + 30
                compute WS-MOV-DATA = function date-of-integer(WS-MOV-INT)
            end-if
            move WS-CUR-CLIENTE to WS-CLIENTE
            perform CustomerWeight
            compute WS-MOV-VALOR rounded = WS-CUR-VALOR * WS-PESO / 100
            perform PlaceAmount.

      *> Scheduled, held and sent-to-bank invoices are all still
      *> money to go out; paid ones are done.
       ProjectPayables.
            open input PayFile
            if CP-FS not = "00"
                exit paragraph
            end-if
            move 'P' to WS-MOV-TIPO
            move 'N' to WS-EOF
            move low-values to CP-CHAVE
            start PayFile key is >= CP-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read PayFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if (CP-SITUACAO = 'A' or CP-SITUACAO = 'R'
                            or CP-SITUACAO = 'E')
                            and CP-VALOR > CP-VALOR-PAGO
                        compute WS-MOV-VALOR = CP-VALOR - CP-VALOR-PAGO
                        move CP-VENCIMENTO to WS-MOV-DATA
                        perform PlaceAmount
                    end-if
                end-if
            end-perform
            close PayFile.

      *> What an open order still has to deliver is paid the supplier
      *> terms after it arrives; a late delivery is taken as arriving
      *> today.
       ProjectOrders.
            open input ARQUIVO-PEDIDO
            if PEDIDO-FS not = "00"
                exit paragraph
            end-if
            open input ARQUIVO-PEDIDO-IT
            if PEDIDO-IT-FS not = "00"
                close ARQUIVO-PEDIDO
                exit paragraph
            end-if
            open input ARQUIVO-ESTOQUE
            if ESTOQUE-FS = "00"
                move 'Y' to WS-ESTOQUE-OPEN
            end-if
            open input ARQUIVO-FPRECO
            if FPRECO-FS = "00"
                move 'Y' to WS-FPRECO-OPEN
            end-if
            open input ARQUIVO-FORNECEDOR
            if FORNECEDOR-FS = "00"
                move 'Y' to WS-FORN-OPEN
            end-if
            move 'O' to WS-MOV-TIPO
            move 'N' to WS-EOF
            move low-values to PED-NUM
            start ARQUIVO-PEDIDO key is >= PED-NUM
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ARQUIVO-PEDIDO next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if PED-SITUACAO = 'A'
                        add 1 to WS-PEDIDOS
                        perform ProjectOrderLines
                    end-if
                end-if
            end-perform
            close ARQUIVO-PEDIDO
            close ARQUIVO-PEDIDO-IT
            if WS-ESTOQUE-OPEN = 'Y'
                close ARQUIVO-ESTOQUE
            end-if
            if WS-FPRECO-OPEN = 'Y'
                close ARQUIVO-FPRECO
            end-if
            if WS-FORN-OPEN = 'Y'
                close ARQUIVO-FORNECEDOR
            end-if.

       ProjectOrderLines.
            move 'N' to WS-IT-EOF
            move PED-NUM to PEDIT-NUM
            move zeros   to PEDIT-SEQ
            start ARQUIVO-PEDIDO-IT key is >= PEDIT-CHAVE
                invalid key move 'Y' to WS-IT-EOF
            end-start
            perform until WS-IT-EOF = 'Y'
                read ARQUIVO-PEDIDO-IT next record
                    at end move 'Y' to WS-IT-EOF
                end-read
                if WS-IT-EOF = 'N'
                    if PEDIT-NUM not = PED-NUM
                        move 'Y' to WS-IT-EOF
                    else
                        if PEDIT-QTD > PEDIT-QTD-RECEBIDA
                            perform ProjectOneOrderLine
                        end-if
                    end-if
                end-if
            end-perform.

       ProjectOneOrderLine.
            compute WS-PENDENTE = PEDIT-QTD - PEDIT-QTD-RECEBIDA
            move zeros to WS-CUSTO WS-PRAZO-ENTREGA
            if WS-FPRECO-OPEN = 'Y'
                move PEDIT-SKU to FP-SKU
                move PED-FORN  to FP-FORN
                read ARQUIVO-FPRECO
                    invalid key continue
                    not invalid key
                        move FP-CUSTO to WS-CUSTO
                        move FP-PRAZO to WS-PRAZO-ENTREGA
                end-read
            end-if
            if WS-CUSTO = zeros and WS-ESTOQUE-OPEN = 'Y'
                move PEDIT-SKU to SKU
                read ARQUIVO-ESTOQUE
                    invalid key continue
                    not invalid key move VALOR-CUSTO to WS-CUSTO
                end-read
            end-if
            if WS-PRAZO-ENTREGA = zeros and WS-FORN-OPEN = 'Y'
                move PED-FORN to FORN-COD
                read ARQUIVO-FORNECEDOR
                    invalid key continue
                    not invalid key move FORN-PRAZO to WS-PRAZO-ENTREGA
                end-read
            end-if
            compute WS-MOV-INT =
                function integer-of-date(PED-DATA) + WS-PRAZO-ENTREGA
            if WS-MOV-INT < WS-HOJE-INT
                move WS-HOJE-INT to WS-MOV-INT
            end-if
            add WS-PRAZO-PAG to WS-MOV-INT
            compute WS-MOV-DATA = function date-of-integer(WS-MOV-INT)
            compute WS-MOV-VALOR = WS-PENDENTE * WS-CUSTO
            perform PlaceAmount.

      *> Payroll month M is paid in M+1: net pay on the pay day,
      *> withholdings and charges on the guide day. Months from last
      *> month to the end of the horizon; what is already due before
      *> today has been paid.
       ProjectPayroll.
            perform LoadPayroll
            if WS-FOLHA-QTD = zeros
                display "** no FOLHALIQ.DAT months - payroll left out"
                    " of the forecast"
                exit paragraph
            end-if
            perform AveragePayroll
            move 'F' to WS-MOV-TIPO
            move WS-RUN-DATE (1:6) to WS-MES-SEG
            subtract 1 from WS-MS-MES
            if WS-MS-MES = zeros
                move 12 to WS-MS-MES
                subtract 1 from WS-MS-ANO
            end-if
            move WS-MES-SEG to WS-PER-FOLHA
            move WS-FIM-DATA (1:6) to WS-MES-ULTIMO
            perform until WS-PER-FOLHA >= WS-MES-ULTIMO
                perform PayrollMonth
                move WS-PER-FOLHA to WS-MES-SEG
                perform NextMonth
                move WS-MES-SEG to WS-PER-FOLHA
            end-perform.

       LoadPayroll.
            move 'N' to WS-EOF
            open input LiquidoFile
            if LIQ-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read LiquidoFile
                    at end move 'Y' to WS-EOF
                    not at end
                        if FL-ANO numeric and FL-MES numeric
                                and FL-LIQUIDO numeric
                            perform KeepPayrollLine
                        end-if
                end-read
            end-perform
            close LiquidoFile.

       KeepPayrollLine.
            compute WS-PER-FOLHA = FL-ANO * 100 + FL-MES
            move 'N' to WS-ACHOU
            perform varying WS-FO-IDX from 1 by 1
                    until WS-FO-IDX > WS-FOLHA-QTD or WS-ACHOU = 'Y'
                if FO-PERIODO (WS-FO-IDX) = WS-PER-FOLHA
                    move 'Y' to WS-ACHOU
                    move WS-FO-IDX to WS-SLOT
                end-if
            end-perform
            if WS-ACHOU = 'N'
                if WS-FOLHA-QTD >= 120
                    exit paragraph
                end-if
                add 1 to WS-FOLHA-QTD
                move WS-FOLHA-QTD to WS-SLOT
                move WS-PER-FOLHA to FO-PERIODO (WS-SLOT)
                move zeros to FO-LIQUIDO (WS-SLOT) FO-GUIAS (WS-SLOT)
            end-if
            if FL-INSS not numeric
                move zeros to FL-INSS
            end-if
            if FL-IRRF not numeric
                move zeros to FL-IRRF
            end-if
            if FL-FGTS not numeric
                move zeros to FL-FGTS FL-INSS-EMP FL-RAT-TERC
            end-if
            if FL-CONSIG not numeric
                move zeros to FL-CONSIG
            end-if
            add FL-LIQUIDO to FO-LIQUIDO (WS-SLOT)
            compute FO-GUIAS (WS-SLOT) = FO-GUIAS (WS-SLOT)
                + FL-INSS + FL-IRRF + FL-FGTS + FL-INSS-EMP
                + FL-RAT-TERC + FL-CONSIG.

      *> Average of the latest WS-MESES-FOLHA months on file, picked
      *> newest first.
       AveragePayroll.
            perform varying WS-FO-IDX from 1 by 1
                    until WS-FO-IDX > WS-FOLHA-QTD
                move 'N' to WS-FO-MARCA (WS-FO-IDX)
            end-perform
            move zeros to WS-FO-USADOS WS-MEDIA-LIQ WS-MEDIA-GUIAS
            perform varying WS-FO-ORDEM from 1 by 1
                    until WS-FO-ORDEM > WS-MESES-FOLHA
                        or WS-FO-ORDEM > WS-FOLHA-QTD
                move zeros to WS-FO-MAX WS-FO-MAIOR
                perform varying WS-FO-IDX from 1 by 1
                        until WS-FO-IDX > WS-FOLHA-QTD
                    if WS-FO-MARCA (WS-FO-IDX) = 'N'
                            and FO-PERIODO (WS-FO-IDX) > WS-FO-MAX
                        move FO-PERIODO (WS-FO-IDX) to WS-FO-MAX
                        move WS-FO-IDX to WS-FO-MAIOR
                    end-if
                end-perform
                if WS-FO-ORDEM = 1
                    move WS-FO-MAX to WS-FO-ULTIMO
                end-if
                move 'Y' to WS-FO-MARCA (WS-FO-MAIOR)
                add 1 to WS-FO-USADOS
                add FO-LIQUIDO (WS-FO-MAIOR) to WS-MEDIA-LIQ
                add FO-GUIAS (WS-FO-MAIOR) to WS-MEDIA-GUIAS
            end-perform
            compute WS-MEDIA-LIQ rounded = WS-MEDIA-LIQ / WS-FO-USADOS
            compute WS-MEDIA-GUIAS rounded =
                WS-MEDIA-GUIAS / WS-FO-USADOS.

       PayrollMonth.
            move WS-MEDIA-LIQ   to WS-FOLHA-LIQ
            move WS-MEDIA-GUIAS to WS-FOLHA-GUIAS
            perform varying WS-FO-IDX from 1 by 1
                    until WS-FO-IDX > WS-FOLHA-QTD
                if FO-PERIODO (WS-FO-IDX) = WS-PER-FOLHA
                    move FO-LIQUIDO (WS-FO-IDX) to WS-FOLHA-LIQ
                    move FO-GUIAS (WS-FO-IDX)   to WS-FOLHA-GUIAS
                end-if
            end-perform
            move WS-PER-FOLHA to WS-MES-SEG
            perform NextMonth
            compute WS-MOV-DATA = WS-MES-SEG * 100 + WS-DIA-FOLHA
            if WS-MOV-DATA >= WS-RUN-DATE
                move WS-FOLHA-LIQ to WS-MOV-VALOR
                perform PlaceAmount
            end-if
            compute WS-MOV-DATA = WS-MES-SEG * 100 + WS-DIA-GUIAS
            if WS-MOV-DATA >= WS-RUN-DATE
                move WS-FOLHA-GUIAS to WS-MOV-VALOR
                perform PlaceAmount
            end-if.

       WriteReport.
            move spaces to WS-REP-FILENAME
            string "FLUXO" delimited by size
                   WS-RUN-DATE delimited by size
                   ".rpt" delimited by size
                into WS-REP-FILENAME
            end-string
            open output ReportFile
            if REP-FS not = "00"
                display "** ERROR ** unable to open " WS-REP-FILENAME
                    ", status " REP-FS
                stop run
            end-if
            move WS-RUN-DATE to H1-DATA
            write ReportLine from WS-HEAD-1
            move spaces to WS-TOT-LINE
            move "OPENING POSITION" to TL-ROTULO
            move WS-SALDO-INICIAL to TL-VALOR
            move WS-FONTE-SALDO to TL-NOTA
            write ReportLine from WS-TOT-LINE
            move spaces to WS-TOT-LINE
            move "MINIMUM BALANCE" to TL-ROTULO
            move WS-MINIMO to TL-VALOR
            move "WEEKS BELOW IT MARKED **" to TL-NOTA
            write ReportLine from WS-TOT-LINE
            move spaces to ReportLine
            write ReportLine
            write ReportLine from WS-HEAD-2

            move WS-SALDO-INICIAL to WS-SALDO-CORR WS-MENOR-SALDO
            perform varying WS-WK-IDX from 1 by 1 until WS-WK-IDX > 13
                perform WriteWeek
            end-perform

            move spaces to ReportLine
            write ReportLine
            move spaces to WS-DETAIL-LINE
            move WK-INICIO (1)   to DL-INICIO
            move WK-FIM (13)     to DL-FIM
            move WS-TOT-RECEBER  to DL-RECEBER
            move WS-TOT-CONTRATO to DL-CONTRATO
            move WS-TOT-PAGAR    to DL-PAGAR
            move WS-TOT-PEDIDO   to DL-PEDIDO
            move WS-TOT-FOLHA    to DL-FOLHA
            move WS-TOT-LIQUIDO  to DL-LIQUIDO
            move WS-SALDO-CORR   to DL-SALDO
            write ReportLine from WS-DETAIL-LINE

            move spaces to ReportLine
            write ReportLine
            move spaces to WS-TOT-LINE
            move "RECEIVABLES AT FACE VALUE" to TL-ROTULO
            move WS-REC-FACE to TL-VALOR
            move "OPEN ITEMS AND INSTALLMENTS DUE IN THE 13 WEEKS"
                to TL-NOTA
            write ReportLine from WS-TOT-LINE
            move spaces to WS-TOT-LINE
            move "RECEIVABLES EXPECTED" to TL-ROTULO
            move WS-REC-PESADO to TL-VALOR
            move spaces to TL-NOTA
            string "WEIGHTED " delimited by size
                   WS-PESO-BOM delimited by size
                   "/" delimited by size
                   WS-PESO-30 delimited by size
                   "/" delimited by size
                   WS-PESO-90 delimited by size
                   "/" delimited by size
                   WS-PESO-RUIM delimited by size
                   "% BY PAYMENT RECORD" delimited by size
                into TL-NOTA
            end-string
            write ReportLine from WS-TOT-LINE
            move spaces to WS-TOT-LINE
            move "CHEQUES IN CUSTODY" to TL-ROTULO
            move WS-CHEQUES to TL-VALOR
            move "IN RECEIVABLES AT THEIR GOOD-FOR DATE" to TL-NOTA
            write ReportLine from WS-TOT-LINE
            move spaces to WS-TOT-LINE
            move "CONTRACT CUSTOMERS NOT YET BILLED" to TL-ROTULO
            move WS-CONTRATOS to TL-VALOR
            move "CUSTOMER-MONTHS PROJECTED FROM CONTRATO.DAT"
                to TL-NOTA
            write ReportLine from WS-TOT-LINE
            move spaces to WS-TOT-LINE
            move "OPEN PURCHASE ORDERS" to TL-ROTULO
            move WS-PEDIDOS to TL-VALOR
            move spaces to TL-NOTA
            string "PAID " delimited by size
                   WS-PRAZO-PAG delimited by size
                   " DAYS AFTER EXPECTED DELIVERY" delimited by size
                into TL-NOTA
            end-string
            write ReportLine from WS-TOT-LINE
            move spaces to WS-TOT-LINE
            move "PAYROLL MONTHLY AVERAGE" to TL-ROTULO
            compute TL-VALOR = WS-MEDIA-LIQ + WS-MEDIA-GUIAS
            move spaces to TL-NOTA
            if WS-FOLHA-QTD > zeros
                string "LAST " delimited by size
                       WS-FO-USADOS delimited by size
                       " MONTH(S) ON FILE TO " delimited by size
                       WS-FO-ULTIMO delimited by size
                    into TL-NOTA
                end-string
            else
                move "NO PAYROLL ON FILE" to TL-NOTA
            end-if
            write ReportLine from WS-TOT-LINE
            move spaces to WS-TOT-LINE
            move "LOWEST BALANCE" to TL-ROTULO
            move WS-MENOR-SALDO to TL-VALOR
            move spaces to TL-NOTA
            if WS-ABAIXO > zeros
                string "** " delimited by size
                       WS-ABAIXO delimited by size
                       " WEEK(S) BELOW THE MINIMUM, FIRST IS WEEK "
                           delimited by size
                       WS-PRIMEIRA-ABAIXO delimited by size
                    into TL-NOTA
                end-string
            else
                move "NO WEEK BELOW THE MINIMUM" to TL-NOTA
            end-if
            write ReportLine from WS-TOT-LINE
            close ReportFile.

       WriteWeek.
            compute WS-LIQUIDO-SEM =
                WK-RECEBER (WS-WK-IDX) + WK-CONTRATO (WS-WK-IDX)
                - WK-PAGAR (WS-WK-IDX) - WK-PEDIDO (WS-WK-IDX)
                - WK-FOLHA (WS-WK-IDX)
            add WS-LIQUIDO-SEM to WS-SALDO-CORR WS-TOT-LIQUIDO
            add WK-RECEBER (WS-WK-IDX)  to WS-TOT-RECEBER
            add WK-CONTRATO (WS-WK-IDX) to WS-TOT-CONTRATO
            add WK-PAGAR (WS-WK-IDX)    to WS-TOT-PAGAR
            add WK-PEDIDO (WS-WK-IDX)   to WS-TOT-PEDIDO
            add WK-FOLHA (WS-WK-IDX)    to WS-TOT-FOLHA
            if WS-SALDO-CORR < WS-MENOR-SALDO
                move WS-SALDO-CORR to WS-MENOR-SALDO
            end-if
            move spaces to WS-DETAIL-LINE
            move WS-WK-IDX              to DL-SEM
            move WK-INICIO (WS-WK-IDX)  to DL-INICIO
            move WK-FIM (WS-WK-IDX)     to DL-FIM
            move WK-RECEBER (WS-WK-IDX) to DL-RECEBER
            move WK-CONTRATO (WS-WK-IDX) to DL-CONTRATO
            move WK-PAGAR (WS-WK-IDX)   to DL-PAGAR
            move WK-PEDIDO (WS-WK-IDX)  to DL-PEDIDO
            move WK-FOLHA (WS-WK-IDX)   to DL-FOLHA
            move WS-LIQUIDO-SEM         to DL-LIQUIDO
            move WS-SALDO-CORR          to DL-SALDO
            if WS-SALDO-CORR < WS-MINIMO
                move "**" to DL-ALERTA
                add 1 to WS-ABAIXO
                if WS-PRIMEIRA-ABAIXO = zeros
                    move WS-WK-IDX to WS-PRIMEIRA-ABAIXO
                end-if
            end-if
            write ReportLine from WS-DETAIL-LINE.

       END PROGRAM fluxocaixa.
