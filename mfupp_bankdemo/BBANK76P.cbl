      $set sourceformat"variable"
       program-id. BBANK76P.

      *> Year-end loan interest statement, for the borrower's tax
      *> return. For the tax year in LOAN_TAX_YEAR (default: the year
      *> before the processing date's - the run goes after year end)
      *> every loan on LOANMAST.DAT booked by the year's end is
      *> totalled from the posted payment history BBANK73P keeps
      *> (LOANPAYH.DAT): principal and interest paid on payments
      *> dated in the year, and the balance after the last payment
      *> on or before 31 December. One statement per LM-CUSTOMER-NO
      *> lists the customer's loans to LoanInterestStatements.txt;
      *> a loan already closed before the year began, with nothing
      *> paid in it, is left off.
      *>
      *> LoanInterestControl.txt carries the control totals finance
      *> ties to the ledger: interest received on the statements,
      *> against interest received on every history line dated in
      *> the year, with any history for a loan no longer on the
      *> master shown as the difference.
       input-output section.
       file-control.
           select loan-master-file assign to "LOANMAST.DAT"
               organization is indexed
               access is dynamic
               record key is LM-LOAN-NO
               file status is WS-Loan-File-Status.

           select payment-history-file assign to "LOANPAYH.DAT"
               organization is line sequential
               file status is WS-History-File-Status.

           select statement-file assign to "LoanInterestStatements.txt"
               organization is line sequential.

           select control-report assign to "LoanInterestControl.txt"
               organization is line sequential.

       data division.
       file section.
       fd  loan-master-file.
       01  loan-master-record.
           05 LM-LOAN-NO            pic x(14).
           05 LM-CUSTOMER-NO        pic 9(9).
           05 LM-PRINCIPAL          pic 9(7).
           05 LM-RATE               pic 9(3)v99.
           05 LM-TERM               pic 9(3).
           05 LM-PAYMENT            pic s9(7)v99 comp-3.
           05 LM-LOAN-TYPE          pic x.
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

       fd  payment-history-file.
       01  payment-history-record.
           05 PH-LOAN-NO            pic x(14).
           05                       pic x.
           05 PH-PAY-DATE           pic 9(8).
           05                       pic x.
           05 PH-POST-DATE          pic 9(8).
           05                       pic x.
           05 PH-AMOUNT             pic 9(7)v99.
           05                       pic x.
           05 PH-INSTALLMENT        pic 9(3).
           05                       pic x.
           05 PH-PRINCIPAL          pic 9(7)v99.
           05                       pic x.
           05 PH-INTEREST           pic 9(7)v99.
           05                       pic x.
           05 PH-EXTRA-PRINCIPAL    pic 9(7)v99.
           05                       pic x.
           05 PH-CREDIT-HELD        pic 9(7)v99.
           05                       pic x.
           05 PH-BALANCE            pic 9(7)v99.
           05                       pic x.
           05 PH-DISPOSITION        pic x(8).

       fd  statement-file.
       01  statement-record         pic x(80).

       fd  control-report.
       01  control-record           pic x(80).

       working-storage section.
       01 WS-Loan-File-Status      pic xx.
       01 WS-History-File-Status   pic xx.
       01 WS-EOF-FLAG              pic x value "N".
           88 WS-EOF                   value "Y".
       01 WS-LOAN-FOUND-FLAG       pic x value "N".
           88 WS-LOAN-FOUND            value "Y".

       01 WS-RUN-DATE              pic 9(8).
       01 WS-TAX-YEAR              pic 9(4).
       01 WS-TAX-YEAR-ENV          pic x(4).
       01 WS-YEAR-START            pic 9(8).
       01 WS-YEAR-END              pic 9(8).

      *> every loan booked by the year's end, with its figures for
      *> the year.
       01 WS-LOAN-COUNT            pic 9(5) value 0.
       01 WS-LOAN-TABLE.
           05 WS-LOAN-ENTRY occurs 5000 times
                   indexed by LN-IDX.
               10 WS-LN-LOAN-NO        pic x(14).
               10 WS-LN-CUSTOMER-NO    pic 9(9).
               10 WS-LN-LOAN-TYPE      pic x.
               10 WS-LN-BALANCE-OPEN   pic 9(7)v99.
               10 WS-LN-BALANCE-END    pic 9(7)v99.
               10 WS-LN-PRINCIPAL-PAID pic 9(9)v99.
               10 WS-LN-INTEREST-PAID  pic 9(9)v99.
       01 WS-LOANS-SKIPPED         pic 9(7) value 0.

      *> customers in the order first met.
       01 WS-CUST-COUNT            pic 9(5) value 0.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY occurs 5000 times
                   indexed by CUS-IDX.
               10 WS-CUS-CUSTOMER-NO   pic 9(9).
       01 WS-CUST-FOUND-FLAG       pic x value "N".
           88 WS-CUST-FOUND            value "Y".

       01 WS-STMT-PRINCIPAL        pic 9(9)v99.
       01 WS-STMT-INTEREST         pic 9(9)v99.
       01 WS-STMT-BALANCE          pic 9(9)v99.
       01 WS-STMT-LOANS            pic 9(5).

      *> control totals.
       01 WS-STATEMENTS-PRINTED    pic 9(7) value 0.
       01 WS-LOANS-PRINTED         pic 9(7) value 0.
       01 WS-TOTAL-PRINCIPAL       pic 9(11)v99 value 0.
       01 WS-TOTAL-INTEREST        pic 9(11)v99 value 0.
       01 WS-TOTAL-BALANCE         pic 9(11)v99 value 0.
       01 WS-HISTORY-INTEREST      pic 9(11)v99 value 0.
       01 WS-HISTORY-LINES         pic 9(9) value 0.
       01 WS-ORPHAN-INTEREST       pic 9(11)v99 value 0.
       01 WS-INTEREST-DIFFERENCE   pic s9(11)v99 value 0.

       01 WS-LOAN-LINE.
           05 WS-LNL-LOAN-NO        pic x(14).
           05                       pic x(2).
           05 WS-LNL-TYPE           pic x.
           05                       pic x(3).
           05 WS-LNL-PRINCIPAL      pic z(8)9.99.
           05                       pic x(3).
           05 WS-LNL-INTEREST       pic z(8)9.99.
           05                       pic x(3).
           05 WS-LNL-BALANCE        pic z(8)9.99.

       01 WS-CONTROL-LINE.
           05 WS-CTL-LABEL          pic x(44).
           05 WS-CTL-VALUE          pic z(10)9.99-.

      *> central run-log identity (see batchrunlog).
       01 WS-RUNLOG-PROGRAM        pic x(20) value "BBANK76P".
       01 WS-RUNLOG-RUN-ID         pic x(14).
       01 WS-RUNLOG-RC             pic 9(4).
       01 WS-RUNLOG-READ           pic 9(9) value 0.
       01 WS-RUNLOG-WRITTEN        pic 9(9) value 0.
       01 WS-RUNLOG-EXCEPTIONS     pic 9(9) value 0.

       procedure division.
       start-of-code.
           call "datechkProcessingDate" using
               by reference WS-RUN-DATE
           end-call
           call "BatchRunLogStart" using
               by reference WS-RUNLOG-PROGRAM
               by reference WS-RUNLOG-RUN-ID
           end-call

           move WS-RUN-DATE(1:4) to WS-TAX-YEAR
           subtract 1 from WS-TAX-YEAR
           accept WS-TAX-YEAR-ENV from environment "LOAN_TAX_YEAR"
           if WS-TAX-YEAR-ENV is numeric and WS-TAX-YEAR-ENV not = spaces
               move WS-TAX-YEAR-ENV to WS-TAX-YEAR
           end-if
           compute WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101
           compute WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231

           open input loan-master-file
           if WS-Loan-File-Status not equal "00"
               display "BBANK76P: LOANMAST.DAT unavailable - "
                       "no interest statements"
               move 8 to WS-RUNLOG-RC
               perform close-run-log
               goback returning 8
           end-if
           perform load-one-loan until WS-EOF
           close loan-master-file

           perform total-payment-history

           open output statement-file
           perform print-one-statement
               varying CUS-IDX from 1 by 1
               until CUS-IDX > WS-CUST-COUNT
           close statement-file

           perform write-control-report

           move WS-STATEMENTS-PRINTED to WS-RUNLOG-WRITTEN
           move WS-LOANS-SKIPPED to WS-RUNLOG-EXCEPTIONS
           if WS-INTEREST-DIFFERENCE not = 0 or WS-LOANS-SKIPPED > 0
               move 4 to WS-RUNLOG-RC
           else
               move 0 to WS-RUNLOG-RC
           end-if
           perform close-run-log
           goback returning WS-RUNLOG-RC.

       close-run-log section.
           call "BatchRunLogEnd" using
               by reference WS-RUNLOG-PROGRAM
               by reference WS-RUNLOG-RUN-ID
               by reference WS-RUNLOG-READ
               by reference WS-RUNLOG-WRITTEN
               by reference WS-RUNLOG-EXCEPTIONS
               by reference WS-RUNLOG-RC
           end-call
           .

       load-one-loan section.
           read loan-master-file next
               at end
                   set WS-EOF to true
               not at end
                   add 1 to WS-RUNLOG-READ
                   evaluate true
                       when LM-DATE-BOOKED > WS-YEAR-END
                           continue
                       when WS-LOAN-COUNT >= 5000
                           add 1 to WS-LOANS-SKIPPED
                       when other
                           perform add-loan-entry
                   end-evaluate
           end-read
           .

      *> with no history a loan still owes its whole principal.
       add-loan-entry section.
           add 1 to WS-LOAN-COUNT
           set LN-IDX to WS-LOAN-COUNT
           move LM-LOAN-NO to WS-LN-LOAN-NO (LN-IDX)
           move LM-CUSTOMER-NO to WS-LN-CUSTOMER-NO (LN-IDX)
           move LM-LOAN-TYPE to WS-LN-LOAN-TYPE (LN-IDX)
           move LM-PRINCIPAL to WS-LN-BALANCE-OPEN (LN-IDX)
           move LM-PRINCIPAL to WS-LN-BALANCE-END (LN-IDX)
           move 0 to WS-LN-PRINCIPAL-PAID (LN-IDX)
           move 0 to WS-LN-INTEREST-PAID (LN-IDX)
           perform find-customer-entry
           .

       find-customer-entry section.
           move "N" to WS-CUST-FOUND-FLAG
           set CUS-IDX to 1
           if WS-CUST-COUNT > 0
               search WS-CUST-ENTRY
                   at end
                       continue
                   when CUS-IDX > WS-CUST-COUNT
                       continue
                   when WS-CUS-CUSTOMER-NO (CUS-IDX) equal LM-CUSTOMER-NO
                       set WS-CUST-FOUND to true
               end-search
           end-if
           if not WS-CUST-FOUND
               add 1 to WS-CUST-COUNT
               set CUS-IDX to WS-CUST-COUNT
               move LM-CUSTOMER-NO to WS-CUS-CUSTOMER-NO (CUS-IDX)
           end-if
           .

      *> the history is in posting order, so the last line on or
      *> before a date holds the balance as at that date.
       total-payment-history section.
           move "N" to WS-EOF-FLAG
           open input payment-history-file
           if WS-History-File-Status not equal "00"
               exit section
           end-if
           perform take-one-history-line until WS-EOF
           close payment-history-file
           .

       take-one-history-line section.
           read payment-history-file
               at end
                   set WS-EOF to true
               not at end
                   add 1 to WS-HISTORY-LINES
                   if PH-PAY-DATE >= WS-YEAR-START
                           and PH-PAY-DATE <= WS-YEAR-END
                       add PH-INTEREST to WS-HISTORY-INTEREST
                   end-if
                   perform find-history-loan
                   if WS-LOAN-FOUND
                       perform weigh-one-history-line
                   else
                       if PH-PAY-DATE >= WS-YEAR-START
                               and PH-PAY-DATE <= WS-YEAR-END
                           add PH-INTEREST to WS-ORPHAN-INTEREST
                       end-if
                   end-if
           end-read
           .

       find-history-loan section.
           move "N" to WS-LOAN-FOUND-FLAG
           set LN-IDX to 1
           if WS-LOAN-COUNT > 0
               search WS-LOAN-ENTRY
                   at end
                       continue
                   when LN-IDX > WS-LOAN-COUNT
                       continue
                   when WS-LN-LOAN-NO (LN-IDX) equal PH-LOAN-NO
                       set WS-LOAN-FOUND to true
               end-search
           end-if
           .

       weigh-one-history-line section.
           if PH-PAY-DATE < WS-YEAR-START
               move PH-BALANCE to WS-LN-BALANCE-OPEN (LN-IDX)
           end-if
           if PH-PAY-DATE <= WS-YEAR-END
               move PH-BALANCE to WS-LN-BALANCE-END (LN-IDX)
           end-if
           if PH-PAY-DATE >= WS-YEAR-START
                   and PH-PAY-DATE <= WS-YEAR-END
               add PH-PRINCIPAL to WS-LN-PRINCIPAL-PAID (LN-IDX)
               add PH-INTEREST to WS-LN-INTEREST-PAID (LN-IDX)
           end-if
           .

       print-one-statement section.
           move 0 to WS-STMT-PRINCIPAL
           move 0 to WS-STMT-INTEREST
           move 0 to WS-STMT-BALANCE
           move 0 to WS-STMT-LOANS
           perform print-statement-loan
               varying LN-IDX from 1 by 1
               until LN-IDX > WS-LOAN-COUNT
           if WS-STMT-LOANS > 0
               perform print-statement-totals
           end-if
           .

      *> the heading goes out with the customer's first printable
      *> loan.
       print-statement-loan section.
           if WS-LN-CUSTOMER-NO (LN-IDX)
                   not equal WS-CUS-CUSTOMER-NO (CUS-IDX)
               exit section
           end-if
           if WS-LN-BALANCE-OPEN (LN-IDX) = 0
                   and WS-LN-PRINCIPAL-PAID (LN-IDX) = 0
                   and WS-LN-INTEREST-PAID (LN-IDX) = 0
               exit section
           end-if
           if WS-STMT-LOANS = 0
               perform print-statement-heading
           end-if
           add 1 to WS-STMT-LOANS
           move spaces to WS-LOAN-LINE
           move WS-LN-LOAN-NO (LN-IDX) to WS-LNL-LOAN-NO
           move WS-LN-LOAN-TYPE (LN-IDX) to WS-LNL-TYPE
           move WS-LN-PRINCIPAL-PAID (LN-IDX) to WS-LNL-PRINCIPAL
           move WS-LN-INTEREST-PAID (LN-IDX) to WS-LNL-INTEREST
           move WS-LN-BALANCE-END (LN-IDX) to WS-LNL-BALANCE
           write statement-record from WS-LOAN-LINE
           add WS-LN-PRINCIPAL-PAID (LN-IDX) to WS-STMT-PRINCIPAL
           add WS-LN-INTEREST-PAID (LN-IDX) to WS-STMT-INTEREST
           add WS-LN-BALANCE-END (LN-IDX) to WS-STMT-BALANCE
           .

       print-statement-heading section.
           move spaces to statement-record
           string "ANNUAL LOAN INTEREST STATEMENT - TAX YEAR "
                      delimited by size
                  WS-TAX-YEAR delimited by size
               into statement-record
           end-string
           write statement-record
           move all "=" to statement-record
           write statement-record
           move spaces to statement-record
           string "CUSTOMER NUMBER " delimited by size
                  WS-CUS-CUSTOMER-NO (CUS-IDX) delimited by size
               into statement-record
           end-string
           write statement-record
           move spaces to statement-record
           write statement-record
           move spaces to statement-record
           string "LOAN NO         TYPE  PRINCIPAL PAID"
                      delimited by size
                  "   INTEREST PAID  BALANCE 31 DEC" delimited by size
               into statement-record
           end-string
           write statement-record
           .

       print-statement-totals section.
           move all "-" to statement-record
           write statement-record
           move spaces to WS-LOAN-LINE
           move "TOTAL" to WS-LNL-LOAN-NO
           move WS-STMT-PRINCIPAL to WS-LNL-PRINCIPAL
           move WS-STMT-INTEREST to WS-LNL-INTEREST
           move WS-STMT-BALANCE to WS-LNL-BALANCE
           write statement-record from WS-LOAN-LINE
           move spaces to statement-record
           write statement-record
           move "THE INTEREST PAID ABOVE IS THE AMOUNT RECEIVED ON THESE"
               to statement-record
           write statement-record
           move "LOANS IN THE TAX YEAR. KEEP THIS STATEMENT FOR YOUR RETURN."
               to statement-record
           write statement-record
           move all "-" to statement-record
           write statement-record

           add 1 to WS-STATEMENTS-PRINTED
           add WS-STMT-LOANS to WS-LOANS-PRINTED
           add WS-STMT-PRINCIPAL to WS-TOTAL-PRINCIPAL
           add WS-STMT-INTEREST to WS-TOTAL-INTEREST
           add WS-STMT-BALANCE to WS-TOTAL-BALANCE
           .

       write-control-report section.
           compute WS-INTEREST-DIFFERENCE =
               WS-HISTORY-INTEREST - WS-TOTAL-INTEREST

           open output control-report
           move spaces to control-record
           string "Loan interest statements - control totals, tax year "
                      delimited by size
                  WS-TAX-YEAR delimited by size
               into control-record
           end-string
           write control-record
           move all "=" to control-record
           write control-record

           move spaces to WS-CONTROL-LINE
           move "STATEMENTS PRINTED" to WS-CTL-LABEL
           move WS-STATEMENTS-PRINTED to WS-CTL-VALUE
           write control-record from WS-CONTROL-LINE
           move "LOANS ON STATEMENTS" to WS-CTL-LABEL
           move WS-LOANS-PRINTED to WS-CTL-VALUE
           write control-record from WS-CONTROL-LINE
           move "LOANS OVER TABLE LIMIT - NOT STATED" to WS-CTL-LABEL
           move WS-LOANS-SKIPPED to WS-CTL-VALUE
           write control-record from WS-CONTROL-LINE
           move "PRINCIPAL RECEIVED ON STATEMENTS" to WS-CTL-LABEL
           move WS-TOTAL-PRINCIPAL to WS-CTL-VALUE
           write control-record from WS-CONTROL-LINE
           move "BALANCES OUTSTANDING AT 31 DECEMBER" to WS-CTL-LABEL
           move WS-TOTAL-BALANCE to WS-CTL-VALUE
           write control-record from WS-CONTROL-LINE
           move "INTEREST RECEIVED ON STATEMENTS" to WS-CTL-LABEL
           move WS-TOTAL-INTEREST to WS-CTL-VALUE
           write control-record from WS-CONTROL-LINE
           move "INTEREST RECEIVED PER PAYMENT HISTORY" to WS-CTL-LABEL
           move WS-HISTORY-INTEREST to WS-CTL-VALUE
           write control-record from WS-CONTROL-LINE
           move "  OF WHICH ON LOANS NOT ON THE MASTER" to WS-CTL-LABEL
           move WS-ORPHAN-INTEREST to WS-CTL-VALUE
           write control-record from WS-CONTROL-LINE
           move "DIFFERENCE" to WS-CTL-LABEL
           move WS-INTEREST-DIFFERENCE to WS-CTL-VALUE
           write control-record from WS-CONTROL-LINE
           move spaces to control-record
           write control-record
           if WS-INTEREST-DIFFERENCE = 0
               move "STATEMENTS AGREE WITH THE PAYMENT HISTORY"
                   to control-record
           else
               move "STATEMENTS DO NOT AGREE WITH THE PAYMENT HISTORY"
                   to control-record
           end-if
           write control-record
           close control-report
           .

       end program BBANK76P.
