      *> history newest context first in the numbers-only world the
      *> credit check and the dunning run used to be. Those two paths
      *> read the latest note from this same file before anyone
      *> decides to block, override or escalate. Returned cheques
      *> (R) are logged here by chequecust.cob, not by hand, and a
      *> dispute settled by a fatcancel.cob line credit is turned
      *> from D to F, with an F note giving the credit note number.
      *> A receivable perdarec.cob writes off as bad debt leaves a
      *> B note with the amount and the approving supervisor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS CUST-FS.
       DATA DIVISION.
       FILE SECTION.
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       WORKING-STORAGE SECTION.
       01 CN-FS            pic xx.
