      *> linked-to help subprogram; the same commarea also carries an
      *> optional amortization-schedule mode so a loan officer can get
      *> the full month-by-month breakdown instead of just the payment.
      *>
      *> Loan type V is variable rate: the rate is an index from
      *> BANKRATE.TBL (the rows keyed by index code instead of term)
      *> plus the keyed margin, reset every so many months by the
      *> BBANK78P rate-reset run. It prices, quotes and books like a
      *> standard loan at the rate in force on the day, with the
      *> index, margin and reset period carried onto the quote and
      *> the loan master.
      *>
      *> A quote is lent on only through an application (BBANK79P):
      *> mode A opens one for the customer keyed, capturing their
      *> credit position; mode U records the underwriter's approve,
      *> decline or refer with a reason; mode X books the quote only
      *> once its application is approved, against the customer the
      *> application was opened for.
       input-output section.
       file-control.
           select rate-table-file assign to "BANKRATE.TBL"
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

       fd  loan-schedule-file.
       01  loan-schedule-record.
           05 QF-DATE-QUOTED        pic 9(8).
           05 QF-LOCK-EXPIRY        pic 9(8).
           05 QF-TELLER             pic x(4).
      *> the loan type quoted, and for a variable-rate quote the
      *> index, margin and reset period it was cut on.
           05 QF-LOAN-TYPE          pic x.
           05 QF-RATE-INDEX         pic x(3).
           05 QF-RATE-MARGIN        pic 9(2)v99.
           05 QF-RESET-MONTHS       pic 9(3).

       working-storage section.
       01 WS-BANK-DATA.
               88 BANK-SCR70-MODE-WHATIF    value "W".
               88 BANK-SCR70-MODE-RETRIEVE  value "R".
               88 BANK-SCR70-MODE-ACCEPT    value "X".
               88 BANK-SCR70-MODE-APPLY     value "A".
               88 BANK-SCR70-MODE-UNDERWRITE value "U".
      *> the generated (mode Q) or keyed (mode R/X) quote number,
      *> and the retrieved quote's lock-expiry date for the screen.
           05 BANK-SCR70-QUOTENO        pic x(14).
           05 BANK-QUOTE-EXPIRY         pic 9(8).
      *> the customer the accepted deal (mode X) books against.
           05 BANK-SCR70-CUSTNO         pic x(9).
      *> the underwriter's decision (A approve, D decline, R refer)
      *> and reason code for mode U, and the application as it
      *> stands - status and the credit position captured when it
      *> was opened - for the screen.
           05 BANK-SCR70-DECISION       pic x.
           05 BANK-SCR70-DECISION-REASON pic x(2).
           05 BANK-APPL-STATUS          pic x.
           05 BANK-APPL-CREDIT-LIMIT    pic z(8)9.
           05 BANK-APPL-EXPOSURE        pic z(10)9.
           05 BANK-APPL-LAST-EXCEPTION  pic x(20).
           05 BANK-APPL-COLL-STAGE      pic x(8).
      *> loan type driving the calculation: blank/A fully amortizing,
      *> B balloon (payment sized on BANK-SCR70-AMORT-MONTHS, the
      *> residual due at BANK-SCR70-BALLOON-MONTH), I interest-only
               88 BANK-LOANTYPE-STANDARD    value space, "A".
               88 BANK-LOANTYPE-BALLOON     value "B".
               88 BANK-LOANTYPE-IO          value "I".
               88 BANK-LOANTYPE-VARIABLE    value "V".
           05 BANK-SCR70-AMORT-MONTHS   pic x(5).
           05 BANK-SCR70-BALLOON-MONTH  pic x(3).
           05 BANK-SCR70-IO-MONTHS      pic x(3).
           05 BANK-BALLOON-RESIDUAL     pic $$$,$$$,$$9.99.
           05 BANK-IO-PAYMENT           pic $$$$$$9.99.
      *> variable-rate inputs: the index code (default PRM), the
      *> margin over it, and the months between resets (default
      *> 12); the index rate the deal priced from comes back for
      *> the screen.
           05 BANK-SCR70-RATE-INDEX     pic x(3).
           05 BANK-SCR70-MARGIN         pic x(5).
           05 BANK-SCR70-RESET-MONTHS   pic x(3).
           05 BANK-INDEX-RATE           pic zz9.99.
      *> what-if inputs: an extra payment added every month, and/or a
      *> one-off lump sum in a given month, keyed on the map.
           05 BANK-SCR70-EXTRA          pic x(7).
       01 WS-IO-PAYMENT-N               pic s9(7)v99 comp-3.
       01 WS-BALLOON-RESIDUAL-N         pic s9(9)v99 comp-3.

      *> variable-rate work fields.
       01 WS-RATE-INDEX                 pic x(3).
       01 WS-RATE-MARGIN                pic 9(2)v99.
       01 WS-RESET-MONTHS               pic 9(3) comp-3.
       01 WS-INDEX-VALUE                pic 9(3)v99.

      *> APR/total-cost disclosure work fields. The effective APR is
      *> the rate that equates the contractual payment stream to the
      *> amount actually advanced net of our origination and
       01 WS-TOTAL-PAYABLE              pic 9(9)v99 comp-3.
       01 WS-QUOTE-LINE-5               pic x(60).
       01 WS-QUOTE-LINE-6               pic x(60).
       01 WS-QUOTE-LINE-7               pic x(60).
       01 WS-MARGIN-EDIT                pic z9.99.
       01 WS-RESET-EDIT                 pic zz9.
       01 WS-APR-EDIT                   pic zz9.99.
       01 WS-TOTAL-PAYABLE-EDIT         pic $$$,$$$,$$9.99.
       01 WS-FEES-EDIT                  pic $$$,$$9.99.
       01 WS-Sched-File-Status          pic xx.
       01 WS-BOOK-DATE                  pic 9(8).

      *> the loan application parameter block (BBANK79P).
       01 WS-CICS-USERID                pic x(8).
       01 WS-LOAN-APPLICATION.
           05 WS-LAP-QUOTE-NO           pic x(14).
           05 WS-LAP-CUSTOMER-NO        pic 9(9).
           05 WS-LAP-USER-ID            pic x(20).
           05 WS-LAP-DECISION           pic x.
           05 WS-LAP-REASON             pic x(2).
           05 WS-LAP-APP-STATUS         pic x.
               88 WS-LAP-APP-APPROVED       value "A".
               88 WS-LAP-APP-DECLINED       value "D".
               88 WS-LAP-APP-BOOKED         value "B".
           05 WS-LAP-CREDIT-LIMIT       pic 9(9).
           05 WS-LAP-HOUSEHOLD-EXPOSURE pic 9(11).
           05 WS-LAP-LAST-EXCEPTION     pic x(20).
           05 WS-LAP-COLLECTIONS-STAGE  pic x(8).
           05 WS-LAP-RESULT             pic x.
               88 WS-LAP-OK                 value "0".
               88 WS-LAP-DUPLICATE          value "D".
               88 WS-LAP-NOT-FOUND          value "N".
               88 WS-LAP-EXPIRED            value "X".
               88 WS-LAP-SAME-USER          value "S".
               88 WS-LAP-BAD-DECISION       value "B".
               88 WS-LAP-WRONG-STATUS       value "W".
               88 WS-LAP-NO-CUSTOMER        value "C".
               88 WS-LAP-LOOKUP-FAILED      value "L".

      *> what-if work fields.
       01 WS-WHATIF-EXTRA               pic 9(7)v99 comp-3.
       01 WS-WHATIF-LUMP-MONTH          pic 9(3) comp-3.
               10 WS-RATE-MAX-TERM          pic 9(3).
               10 WS-RATE-VALUE             pic 9(3)v99.
               10 WS-RATE-EFF-DATE          pic 9(8).
      *> the index rows of the same table - an index code in cols
      *> 1-3 in place of the term, dated the same way - that
      *> variable-rate loans price and reset from.
       01 WS-INDEX-COUNT                pic 9(2) value 0.
       01 WS-INDEX-TABLE.
           05 WS-INDEX-ENTRY occurs 40 times
                   indexed by WS-INDEX-IDX.
               10 WS-INDEX-CODE             pic x(3).
               10 WS-INDEX-RATE-VALUE       pic 9(3)v99.
               10 WS-INDEX-EFF-DATE         pic 9(8).
       01 WS-RATE-FILE-STATUS           pic xx.
       01 WS-CALC-WORK-RATE-EDIT        pic 9999.99.
       01 WS-PRICING-DATE               pic 9(8).
                   perform build-schedule-page
               when BANK-SCR70-MODE-RETRIEVE
                   perform retrieve-loan-quote
      *> mode A - the teller converts a live quote to an application
      *> for the underwriters; mode U - an underwriter decides it.
               when BANK-SCR70-MODE-APPLY
                   perform retrieve-loan-quote
                   if BANK-ERROR-MSG equal spaces
                       perform open-loan-application
                   end-if
               when BANK-SCR70-MODE-UNDERWRITE
                   perform decide-loan-application
      *> mode X - the customer accepted: the retrieved quote (still
      *> inside its lock, its application approved) becomes a loan
      *> on the loan master, with its full amortization schedule
      *> persisted for the posting run that now has somewhere to
      *> land payments.
               when BANK-SCR70-MODE-ACCEPT
                   perform retrieve-loan-quote
                   if BANK-ERROR-MSG equal spaces
                       perform check-application-approved
                   end-if
                   if BANK-ERROR-MSG equal spaces
                       perform book-accepted-quote
                       if BANK-ERROR-MSG equal spaces
                           perform mark-application-booked
                       end-if
                   end-if
               when other
                   perform validate-and-calculate-payment
      *> disclosure both describe a level-payment stream, which for
      *> types B and I would omit the residual or the IO period and
      *> hand the customer the wrong compliance numbers. The
      *> commercial desk papers those deals itself. A variable-rate
      *> deal is a level-payment stream at today's rate, disclosed
      *> as such with its index, margin and reset period.
                       if BANK-SCR70-MODE-QUOTE
                           if BANK-LOANTYPE-STANDARD
                                   or BANK-LOANTYPE-VARIABLE
                               perform save-loan-quote
                               if BANK-ERROR-MSG equal spaces
                                   perform print-loan-quote
                               end-if
                           else
                               move "QUOTE MODE SUPPORTS TYPES A AND V ONLY"
                                   to BANK-ERROR-MSG
                           end-if
                       end-if
           move function numval(BANK-SCR70-AMOUNT) to WS-CALC-WORK-AMOUNT
           move function numval(BANK-SCR70-TERM) to WS-CALC-WORK-TERM

      *> a variable-rate loan's rate is the index plus the margin by
      *> definition - the margin is the teller's lever, not the rate.
           evaluate true
               when BANK-LOANTYPE-VARIABLE
                   perform look-up-index-rate
               when BANK-SCR70-RATE equal spaces
                       and WS-CALC-WORK-TERM not equal 0
                   perform look-up-current-rate
               when other
                   move function numval(BANK-SCR70-RATE)
                       to WS-CALC-WORK-RATE
           end-evaluate
           if BANK-ERROR-MSG not equal spaces
               exit section
           end-if

           if WS-CALC-WORK-AMOUNT equal 0
                       move "IO MONTHS MUST BE UNDER THE TERM"
                           to BANK-ERROR-MSG
                   end-if
               when BANK-LOANTYPE-VARIABLE
                   if WS-RESET-MONTHS >= WS-CALC-WORK-TERM
                       move "RESET MONTHS MUST BE UNDER THE TERM"
                           to BANK-ERROR-MSG
                   end-if
               when BANK-LOANTYPE-STANDARD
                   continue
               when other
                   move "LOAN TYPE MUST BE A, B, I OR V"
                       to BANK-ERROR-MSG
           end-evaluate
           .
           move WS-CALC-WORK-RATE-EDIT to BANK-SCR70-RATE
           .

      *> the variable rate: the index in force on the pricing date
      *> plus the margin, echoed back onto the map's rate field.
       look-up-index-rate section.
           if BANK-SCR70-RATE-INDEX equal spaces
               move "PRM" to BANK-SCR70-RATE-INDEX
           end-if
           if BANK-SCR70-RESET-MONTHS equal spaces
               move "12" to BANK-SCR70-RESET-MONTHS
           end-if
           move BANK-SCR70-RATE-INDEX to WS-RATE-INDEX
           move function numval(BANK-SCR70-MARGIN) to WS-RATE-MARGIN
           move function numval(BANK-SCR70-RESET-MONTHS)
               to WS-RESET-MONTHS
           if WS-RESET-MONTHS equal 0
               move "RESET MONTHS MUST BE ENTERED FOR TYPE V"
                   to BANK-ERROR-MSG
               exit section
           end-if

           perform load-rate-table
           call "datechkProcessingDate" using
               by reference WS-PRICING-DATE
           end-call
           move "N" to WS-RATE-FOUND-FLAG
           move 0 to WS-BEST-EFF-DATE
           perform find-index-in-force
               varying WS-INDEX-IDX from 1 by 1
               until WS-INDEX-IDX > WS-INDEX-COUNT
           if not WS-RATE-FOUND
               move spaces to BANK-ERROR-MSG
               string "NO " delimited by size
                      WS-RATE-INDEX delimited by size
                      " INDEX RATE IN BANKRATE.TBL" delimited by size
                   into BANK-ERROR-MSG
               end-string
               exit section
           end-if

           move WS-INDEX-VALUE to BANK-INDEX-RATE
           compute WS-CALC-WORK-RATE = WS-INDEX-VALUE + WS-RATE-MARGIN
           move WS-CALC-WORK-RATE to WS-CALC-WORK-RATE-EDIT
           move WS-CALC-WORK-RATE-EDIT to BANK-SCR70-RATE
           .

       find-index-in-force section.
           if WS-INDEX-CODE(WS-INDEX-IDX) = WS-RATE-INDEX
                   and WS-INDEX-EFF-DATE(WS-INDEX-IDX)
                       <= WS-PRICING-DATE
                   and WS-INDEX-EFF-DATE(WS-INDEX-IDX)
                       >= WS-BEST-EFF-DATE
               move WS-INDEX-EFF-DATE(WS-INDEX-IDX)
                   to WS-BEST-EFF-DATE
               move WS-INDEX-RATE-VALUE(WS-INDEX-IDX)
                   to WS-INDEX-VALUE
               set WS-RATE-FOUND to true
           end-if
           .

       find-covering-band section.
           if WS-CALC-WORK-TERM <= WS-RATE-MAX-TERM(WS-RATE-IDX)
                   and WS-RATE-MAX-TERM(WS-RATE-IDX)

       load-rate-table-from-file.
           move 0 to WS-RATE-COUNT
           move 0 to WS-INDEX-COUNT
           open input rate-table-file
           if WS-RATE-FILE-STATUS equal "00"
               perform read-one-rate-record

       read-one-rate-record.
           read rate-table-file into rate-table-record
           if WS-RATE-FILE-STATUS equal "00"
                   and rate-table-record(1:3) not numeric
               if WS-INDEX-COUNT < 40
                   perform take-one-index-record
               end-if
               exit paragraph
           end-if
           if WS-RATE-FILE-STATUS equal "00"
               add 1 to WS-RATE-COUNT
               move rate-table-record(1:3)
           end-if
           .

       take-one-index-record.
           add 1 to WS-INDEX-COUNT
           move rate-table-record(1:3) to WS-INDEX-CODE(WS-INDEX-COUNT)
           move rate-table-record(5:5)
               to WS-INDEX-RATE-VALUE(WS-INDEX-COUNT)
           if rate-table-record(11:8) numeric
               move rate-table-record(11:8)
                   to WS-INDEX-EFF-DATE(WS-INDEX-COUNT)
           else
               move 0 to WS-INDEX-EFF-DATE(WS-INDEX-COUNT)
           end-if
           .

       load-default-rate-table.
           move 4 to WS-RATE-COUNT
           move 36  to WS-RATE-MAX-TERM(1)
           move WS-QUOTE-DATE to QF-DATE-QUOTED
           move WS-QUOTE-EXPIRY-DATE to QF-LOCK-EXPIRY
           move EIBTRMID to QF-TELLER
           move BANK-SCR70-LOANTYPE to QF-LOAN-TYPE
           if BANK-LOANTYPE-VARIABLE
               move WS-RATE-INDEX to QF-RATE-INDEX
               move WS-RATE-MARGIN to QF-RATE-MARGIN
               move WS-RESET-MONTHS to QF-RESET-MONTHS
           else
               move spaces to QF-RATE-INDEX
               move 0 to QF-RATE-MARGIN
               move 0 to QF-RESET-MONTHS
           end-if

           open i-o quote-file
           if WS-Quote-File-Status not equal "00"
                       move "QUOTE HAS EXPIRED - PLEASE REQUOTE"
                           to BANK-ERROR-MSG
                   else
      *> only standard and variable-rate deals are ever saved, so
      *> the redisplay pins the loan-type fields back to the quoted
      *> type rather than letting leftovers from a prior balloon/IO
      *> enquiry mislabel the retrieved quote.
                       move space to BANK-SCR70-LOANTYPE
                       move spaces to BANK-SCR70-AMORT-MONTHS
                       move spaces to BANK-SCR70-BALLOON-MONTH
                       move spaces to BANK-SCR70-IO-MONTHS
                       move spaces to BANK-SCR70-RATE-INDEX
                       move spaces to BANK-SCR70-MARGIN
                       move spaces to BANK-SCR70-RESET-MONTHS
                       if QF-LOAN-TYPE equal "V"
                           perform restore-variable-terms
                       end-if
                       move QF-AMOUNT to WS-CALC-WORK-AMOUNT
                       move QF-AMOUNT to BANK-SCR70-AMOUNT
                       move QF-RATE to WS-CALC-WORK-RATE
           end-if
           .

       restore-variable-terms section.
           set BANK-LOANTYPE-VARIABLE to true
           move QF-RATE-INDEX to WS-RATE-INDEX
           move QF-RATE-INDEX to BANK-SCR70-RATE-INDEX
           move QF-RATE-MARGIN to WS-RATE-MARGIN
           move QF-RATE-MARGIN to WS-CALC-WORK-RATE-EDIT
           move WS-CALC-WORK-RATE-EDIT(3:5) to BANK-SCR70-MARGIN
           move QF-RESET-MONTHS to WS-RESET-MONTHS
           move QF-RESET-MONTHS to BANK-SCR70-RESET-MONTHS
           .

      *> scans the purge list for the wanted quote number - small
      *> (one line per archived quote) and read only on the miss
      *> path, so a sequential scan is fine.
           end-read
           .

      *> the signed-on user, for the split between whoever opens an
      *> application and whoever decides it.
       get-signed-on-user section.
           exec cics
               assign userid(WS-CICS-USERID)
           end-exec
           move WS-CICS-USERID to WS-LAP-USER-ID
           .

       open-loan-application section.
           if BANK-SCR70-CUSTNO not numeric
               move "CUSTOMER NUMBER REQUIRED FOR AN APPLICATION"
                   to BANK-ERROR-MSG
               exit section
           end-if
           initialize WS-LOAN-APPLICATION
           perform get-signed-on-user
           move BANK-SCR70-QUOTENO to WS-LAP-QUOTE-NO
           move BANK-SCR70-CUSTNO to WS-LAP-CUSTOMER-NO
           call "openLoanApplication" using WS-LOAN-APPLICATION
           perform show-loan-application
           .

       decide-loan-application section.
           if BANK-SCR70-QUOTENO equal spaces
               move "QUOTE NUMBER REQUIRED" to BANK-ERROR-MSG
               exit section
           end-if
           initialize WS-LOAN-APPLICATION
           perform get-signed-on-user
           move BANK-SCR70-QUOTENO to WS-LAP-QUOTE-NO
           move BANK-SCR70-DECISION to WS-LAP-DECISION
           move BANK-SCR70-DECISION-REASON to WS-LAP-REASON
           call "decideLoanApplication" using WS-LOAN-APPLICATION
           perform show-loan-application
           .

      *> mode X books against the customer the application was
      *> opened for, whatever is keyed in the customer field.
       check-application-approved section.
           initialize WS-LOAN-APPLICATION
           move BANK-SCR70-QUOTENO to WS-LAP-QUOTE-NO
           call "checkLoanApplication" using WS-LOAN-APPLICATION
           perform show-loan-application
           if BANK-ERROR-MSG not equal spaces
               exit section
           end-if
           evaluate true
               when WS-LAP-APP-APPROVED
                   move WS-LAP-CUSTOMER-NO to BANK-SCR70-CUSTNO
               when WS-LAP-APP-BOOKED
                   move "QUOTE ALREADY BOOKED AS A LOAN"
                       to BANK-ERROR-MSG
               when WS-LAP-APP-DECLINED
                   move "APPLICATION DECLINED - NOT BOOKED"
                       to BANK-ERROR-MSG
               when other
                   move "APPLICATION NOT YET APPROVED - NOT BOOKED"
                       to BANK-ERROR-MSG
           end-evaluate
           .

      *> the loan is on the master by now; a failure to mark the
      *> application only leaves it on the pipeline as approved.
       mark-application-booked section.
           move BANK-SCR70-QUOTENO to WS-LAP-QUOTE-NO
           call "markLoanApplicationBooked" using WS-LOAN-APPLICATION
           .

       show-loan-application section.
           move WS-LAP-APP-STATUS to BANK-APPL-STATUS
           move WS-LAP-CREDIT-LIMIT to BANK-APPL-CREDIT-LIMIT
           move WS-LAP-HOUSEHOLD-EXPOSURE to BANK-APPL-EXPOSURE
           move WS-LAP-LAST-EXCEPTION to BANK-APPL-LAST-EXCEPTION
           move WS-LAP-COLLECTIONS-STAGE to BANK-APPL-COLL-STAGE
           evaluate true
               when WS-LAP-OK
                   continue
               when WS-LAP-DUPLICATE
                   move "APPLICATION ALREADY OPEN FOR THIS QUOTE"
                       to BANK-ERROR-MSG
               when WS-LAP-NOT-FOUND
                   if BANK-SCR70-MODE-APPLY
                       move "QUOTE NUMBER NOT FOUND" to BANK-ERROR-MSG
                   else
                       move "NO APPLICATION FOR THIS QUOTE - USE MODE A"
                           to BANK-ERROR-MSG
                   end-if
               when WS-LAP-EXPIRED
                   move "QUOTE HAS EXPIRED - PLEASE REQUOTE"
                       to BANK-ERROR-MSG
               when WS-LAP-SAME-USER
                   move "APPLICATION MUST BE DECIDED BY ANOTHER USER"
                       to BANK-ERROR-MSG
               when WS-LAP-BAD-DECISION
                   move "DECISION MUST BE A, D OR R WITH A VALID REASON"
                       to BANK-ERROR-MSG
               when WS-LAP-WRONG-STATUS
                   move "APPLICATION ALREADY DECIDED" to BANK-ERROR-MSG
               when WS-LAP-NO-CUSTOMER
                   move "CUSTOMER NOT ON FILE OR INACTIVE"
                       to BANK-ERROR-MSG
               when WS-LAP-LOOKUP-FAILED
                   move "CUSTOMER LOOKUP FAILED - TRY AGAIN"
                       to BANK-ERROR-MSG
               when other
                   move "APPLICATION NOT SAVED - FILE ERROR"
                       to BANK-ERROR-MSG
           end-evaluate
           .

       book-accepted-quote section.
           if BANK-SCR70-CUSTNO not numeric
               move "CUSTOMER NUMBER REQUIRED TO BOOK"
           move WS-BOOK-DATE to LM-DATE-BOOKED
           move 0 to LM-PAYMENTS-APPLIED
           move 0 to LM-AMOUNT-APPLIED
           move spaces to LM-RATE-INDEX
           move 0 to LM-RATE-MARGIN
           move 0 to LM-RESET-MONTHS
           move 0 to LM-LAST-RESET
           if BANK-LOANTYPE-VARIABLE
               move "V" to LM-LOAN-TYPE
               move WS-RATE-INDEX to LM-RATE-INDEX
               move WS-RATE-MARGIN to LM-RATE-MARGIN
               move WS-RESET-MONTHS to LM-RESET-MONTHS
           end-if
           write loan-master-record
           if WS-Loan-File-Status not equal "00"
               if WS-Loan-File-Status equal "22"
           end-if
           close loan-master-file

      *> only level-payment deals are ever quoted, so the schedule
      *> builds clean from the retrieved numbers - a variable-rate
      *> loan at its opening rate until its first reset.
           if not BANK-LOANTYPE-VARIABLE
               move space to BANK-SCR70-LOANTYPE
           end-if
           compute WS-CALC-MONTHLY-RATE rounded =
               WS-CALC-WORK-RATE / 100 / 12
           perform build-amortization-schedule
               flength(length of WS-QUOTE-LINE-6)
           end-exec

      *> a variable-rate quote says what the rate floats on.
           if BANK-LOANTYPE-VARIABLE
               move WS-RATE-MARGIN to WS-MARGIN-EDIT
               move WS-RESET-MONTHS to WS-RESET-EDIT
               move spaces to WS-QUOTE-LINE-7
               string "VARIABLE RATE: " delimited by size
                       WS-RATE-INDEX delimited by size
                       " INDEX +" delimited by size
                       WS-MARGIN-EDIT delimited by size
                       "%, RESETS EVERY" delimited by size
                       WS-RESET-EDIT delimited by size
                       " MONTHS" delimited by size
                   into WS-QUOTE-LINE-7
               end-string
               exec cics
                   spoolwrite
                   token(WS-QUOTE-SPOOL-TOKEN)
                   from(WS-QUOTE-LINE-7)
                   flength(length of WS-QUOTE-LINE-7)
               end-exec
           end-if

           move BANK-QUOTE-EXPIRY to WS-QUOTE-EXPIRY-EDIT
           move spaces to WS-QUOTE-LINE-4
           string "QUOTE NO " delimited by size
