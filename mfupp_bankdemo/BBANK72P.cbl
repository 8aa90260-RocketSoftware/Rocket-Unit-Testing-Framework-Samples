           05 LM-DATE-BOOKED        pic 9(8).
           05 LM-PAYMENTS-APPLIED   pic 9(3).
           05 LM-AMOUNT-APPLIED     pic 9(9)v99.
      *> variable-rate terms (type V): the BANKRATE.TBL index the
      *> rate floats on, the margin over it, the months between
      *> resets, and the installment the rate last reset after.
           05 LM-RATE-INDEX         pic x(3).
           05 LM-RATE-MARGIN        pic 9(2)v99.
           05 LM-RESET-MONTHS       pic 9(3).
           05 LM-LAST-RESET         pic 9(3).

       fd  new-loans-report.
       01  new-loans-record         pic x(80).
