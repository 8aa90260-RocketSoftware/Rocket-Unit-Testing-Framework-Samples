      $set sourceformat"variable"
       program-id. BBANK75P.

      *> Payoff statement for a booked loan. BBANK70P's what-if mode
      *> only projects a payoff on a quote; this run prices the real
      *> thing off LOANMAST.DAT for each request on PAYOFFREQ.TXT
      *> (loan number, payoff date - blank for the processing date),
      *> or for the single loan in PAYOFF_LOAN_NO / PAYOFF_DATE when
      *> there is no request file. The figure is:
      *>    - the principal outstanding after posted payments, from
      *>      the loan's last line on the payment history BBANK73P
      *>      keeps (LOANPAYH.DAT)
      *>    - interest on that balance at LM-RATE from the due date
      *>      of the last paid installment to the payoff date, with
      *>      the day count and year fraction from datechk under
      *>      LOAN_DAY_COUNT_BASIS (30/360, 30U/360, 30E/360, ACT/360,
      *>      ACT/365 or ACT/ACT - default ACT/365), so the payoff
      *>      agrees with every other accrual priced the same way;
      *>      the per diem is a day's interest on the same basis
      *>    - the payoff/release fee (PAYF on BANKFEES.TBL, default
      *>      25.00)
      *>    - less any short-payment credit held against the loan
      *> It is good through PAYOFF_GOOD_DAYS business days (default
      *> 10) after the payoff date, with the per diem added for each
      *> day the money arrives after the payoff date. Letters go to
      *> PayoffLetters.txt and every figure quoted is recorded on
      *> LOANPAYOFF.DAT, which BBANK73P matches the payoff money
      *> against when it arrives.
       input-output section.
       file-control.
           select payoff-request-file assign to "PAYOFFREQ.TXT"
               organization is line sequential
               file status is WS-Request-File-Status.

           select loan-master-file assign to "LOANMAST.DAT"
               organization is indexed
               access is random
               record key is LM-LOAN-NO
               file status is WS-Loan-File-Status.

           select payment-history-file assign to "LOANPAYH.DAT"
               organization is line sequential
               file status is WS-History-File-Status.

           select fee-table-file assign to "BANKFEES.TBL"
               organization is line sequential
               file status is WS-Fee-File-Status.

           select payoff-quote-file assign to "LOANPAYOFF.DAT"
               organization is line sequential
               file status is WS-Payoff-File-Status.

           select payoff-letters assign to "PayoffLetters.txt"
               organization is line sequential.

       data division.
       file section.
       fd  payoff-request-file.
       01  payoff-request-record.
           05 PRQ-LOAN-NO           pic x(14).
           05                       pic x.
           05 PRQ-PAYOFF-DATE       pic x(8).

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

       fd  fee-table-file.
       01  fee-table-record         pic x(12).

      *> one line per payoff figure quoted.
       fd  payoff-quote-file.
       01  payoff-quote-record.
           05 POQ-LOAN-NO           pic x(14).
           05                       pic x.
           05 POQ-QUOTED-ON         pic 9(8).
           05                       pic x.
           05 POQ-PAYOFF-DATE       pic 9(8).
           05                       pic x.
           05 POQ-GOOD-THROUGH      pic 9(8).
           05                       pic x.
           05 POQ-PRINCIPAL         pic 9(7)v99.
           05                       pic x.
           05 POQ-INTEREST          pic 9(7)v99.
           05                       pic x.
           05 POQ-FEES              pic 9(5)v99.
           05                       pic x.
           05 POQ-CREDIT-HELD       pic 9(7)v99.
           05                       pic x.
           05 POQ-TOTAL             pic 9(7)v99.
           05                       pic x.
           05 POQ-PER-DIEM          pic 9(5)v9999.

       fd  payoff-letters.
       01  payoff-letters-record    pic x(80).

       working-storage section.
       01 WS-Request-File-Status   pic xx.
       01 WS-Loan-File-Status      pic xx.
       01 WS-History-File-Status   pic xx.
       01 WS-Fee-File-Status       pic xx.
       01 WS-Payoff-File-Status    pic xx.
       01 WS-EOF-FLAG              pic x value "N".
           88 WS-EOF                   value "Y".
       01 WS-HISTORY-EOF-FLAG      pic x value "N".
           88 WS-HISTORY-EOF           value "Y".

       01 WS-RUN-DATE              pic 9(8).
       01 WS-REQ-LOAN-NO           pic x(14).
       01 WS-REQ-PAYOFF-DATE       pic 9(8).
       01 WS-REQ-DATE-X            pic x(8).
       01 WS-ENV-LOAN-NO           pic x(14).
       01 WS-ENV-PAYOFF-DATE       pic x(8).
       01 WS-GOOD-DAYS             pic s9(4) value 10.
       01 WS-GOOD-DAYS-ENV         pic x(4).
       01 WS-REJECT-REASON         pic x(30).

       01 WS-FEE-RECORD            pic x(12).
       01 WS-FEE-IN-AMOUNT         pic 9(5)v99.
       01 WS-FEE-IN-AMOUNT-X redefines WS-FEE-IN-AMOUNT pic x(7).
       01 WS-PAYOFF-FEE            pic 9(5)v99 value 25.00.

      *> the loan's position and the payoff figure.
       01 WS-BALANCE               pic 9(7)v99.
       01 WS-CREDIT-HELD           pic 9(7)v99.
       01 WS-INTEREST-FROM         pic 9(8).
       01 WS-INTEREST-DAYS         pic 9(5).
       01 WS-PER-DIEM              pic 9(5)v9999.
       01 WS-INTEREST              pic 9(7)v99.
       01 WS-TOTAL                 pic 9(7)v99.
       01 WS-GOOD-THROUGH          pic 9(8).

       01 WS-DUE-DATE              pic 9(8).
       01 WS-DUE-DATE-PARTS redefines WS-DUE-DATE.
           05 WS-DUE-YEAR           pic 9(4).
           05 WS-DUE-MONTH          pic 99.
           05 WS-DUE-DAY            pic 99.
       01 WS-MONTHS-OUT            pic 9(5).

      *> date arithmetic through datechk.
       01 WS-RANGE-DATE-1.
           05 WS-RNG-1-YEAR         pic 9(4).
           05                       pic x value "/".
           05 WS-RNG-1-MONTH        pic 99.
           05                       pic x value "/".
           05 WS-RNG-1-DAY          pic 99.
       01 WS-RANGE-DATE-2.
           05 WS-RNG-2-YEAR         pic 9(4).
           05                       pic x value "/".
           05 WS-RNG-2-MONTH        pic 99.
           05                       pic x value "/".
           05 WS-RNG-2-DAY          pic 99.
       01 WS-DATE-FORMAT-FLAG      pic x value "I".
       01 WS-DAY-COUNT             pic s9(8).
       01 WS-RESULT-VALID          pic x.
       01 WS-CALENDAR-ID           pic x(8) value "US".
       01 WS-DAY-BASIS             pic x(8) value "ACT/365".
           88 WS-BASIS-360             values "30/360" "30U/360"
                                              "30E/360" "ACT/360".
       01 WS-DAY-BASIS-ENV         pic x(8).
       01 WS-YEAR-FRACTION         pic s9(3)v9(9).

       01 WS-STATEMENTS-PRINTED    pic 9(5) value 0.
       01 WS-REQUESTS-READ         pic 9(9) value 0.
       01 WS-REQUESTS-REFUSED      pic 9(9) value 0.

       01 WS-AMOUNT-LINE.
           05 WS-AML-LABEL          pic x(40).
           05 WS-AML-VALUE          pic z,zzz,zz9.99-.
       01 WS-TEXT-LINE.
           05 WS-TXL-LABEL          pic x(20).
           05 WS-TXL-VALUE          pic x(40).
       01 WS-EDIT-DAYS             pic zzzz9.
       01 WS-EDIT-PER-DIEM         pic zz,zz9.9999.
       01 WS-EDIT-CUSTOMER         pic 9(9).

      *> central run-log identity (see batchrunlog).
       01 WS-RUNLOG-PROGRAM        pic x(20) value "BBANK75P".
       01 WS-RUNLOG-RUN-ID         pic x(14).
       01 WS-RUNLOG-RC             pic 9(4).
       01 WS-RUNLOG-WRITTEN        pic 9(9) value 0.

       procedure division.
       start-of-code.
           call "datechkProcessingDate" using
               by reference WS-RUN-DATE
           end-call
           call "datechkSelectCalendar" using
               by reference WS-CALENDAR-ID
           end-call
           call "BatchRunLogStart" using
               by reference WS-RUNLOG-PROGRAM
               by reference WS-RUNLOG-RUN-ID
           end-call

           accept WS-GOOD-DAYS-ENV from environment "PAYOFF_GOOD_DAYS"
           if WS-GOOD-DAYS-ENV is numeric and WS-GOOD-DAYS-ENV not = spaces
               move WS-GOOD-DAYS-ENV to WS-GOOD-DAYS
           end-if
           accept WS-DAY-BASIS-ENV from environment "LOAN_DAY_COUNT_BASIS"
           if WS-DAY-BASIS-ENV not = spaces
               move WS-DAY-BASIS-ENV to WS-DAY-BASIS
           end-if
           perform load-payoff-fee

           open input loan-master-file
           if WS-Loan-File-Status not equal "00"
               display "BBANK75P: LOANMAST.DAT unavailable - "
                       "no payoff statements"
               move 8 to WS-RUNLOG-RC
               perform close-run-log
               goback returning 8
           end-if
           open output payoff-letters
           open extend payoff-quote-file
           if WS-Payoff-File-Status not equal "00"
               open output payoff-quote-file
           end-if

           open input payoff-request-file
           if WS-Request-File-Status equal "00"
               perform take-one-request until WS-EOF
               close payoff-request-file
           else
      *> no request file - the desk's single ad-hoc payoff.
               accept WS-ENV-LOAN-NO from environment "PAYOFF_LOAN_NO"
               accept WS-ENV-PAYOFF-DATE from environment "PAYOFF_DATE"
               if WS-ENV-LOAN-NO not equal spaces
                   move WS-ENV-LOAN-NO to WS-REQ-LOAN-NO
                   move WS-ENV-PAYOFF-DATE to WS-REQ-DATE-X
                   perform price-one-payoff
               else
                   display "BBANK75P: no PAYOFFREQ.TXT and no "
                           "PAYOFF_LOAN_NO set"
               end-if
           end-if

           close loan-master-file
           close payoff-letters
           close payoff-quote-file
           display "BBANK75P: " WS-STATEMENTS-PRINTED
               " payoff statement(s) printed"

           move WS-STATEMENTS-PRINTED to WS-RUNLOG-WRITTEN
           if WS-REQUESTS-REFUSED > 0
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
               by reference WS-REQUESTS-READ
               by reference WS-RUNLOG-WRITTEN
               by reference WS-REQUESTS-REFUSED
               by reference WS-RUNLOG-RC
           end-call
           .

       load-payoff-fee section.
           open input fee-table-file
           if WS-Fee-File-Status equal "00"
               perform read-one-fee-record
                   until WS-Fee-File-Status not equal "00"
               close fee-table-file
           end-if
           .

       read-one-fee-record section.
           read fee-table-file into WS-FEE-RECORD
           if WS-Fee-File-Status equal "00"
               move WS-FEE-RECORD(6:7) to WS-FEE-IN-AMOUNT-X
               if WS-FEE-RECORD(1:4) equal "PAYF"
                       and WS-FEE-IN-AMOUNT is numeric
                   move WS-FEE-IN-AMOUNT to WS-PAYOFF-FEE
               end-if
           end-if
           .

       take-one-request section.
           read payoff-request-file
               at end
                   set WS-EOF to true
               not at end
                   if PRQ-LOAN-NO not equal spaces
                       move PRQ-LOAN-NO to WS-REQ-LOAN-NO
                       move PRQ-PAYOFF-DATE to WS-REQ-DATE-X
                       perform price-one-payoff
                   end-if
           end-read
           .

      *> WS-REQ-DATE-X carries the requested date, from the
      *> request file or the environment.
       price-one-payoff section.
           add 1 to WS-REQUESTS-READ
           move spaces to WS-REJECT-REASON
           if WS-REQ-DATE-X is numeric and WS-REQ-DATE-X not = spaces
               move WS-REQ-DATE-X to WS-REQ-PAYOFF-DATE
           else
               move WS-RUN-DATE to WS-REQ-PAYOFF-DATE
           end-if
           if function test-date-yyyymmdd(WS-REQ-PAYOFF-DATE) not = 0
               move "INVALID PAYOFF DATE" to WS-REJECT-REASON
               perform refuse-request
               exit section
           end-if

           move WS-REQ-LOAN-NO to LM-LOAN-NO
           read loan-master-file
               invalid key
                   move "LOAN NOT ON FILE" to WS-REJECT-REASON
                   perform refuse-request
                   exit section
           end-read
           if LM-PAYMENTS-APPLIED >= LM-TERM
               move "LOAN ALREADY PAID OFF" to WS-REJECT-REASON
               perform refuse-request
               exit section
           end-if

           perform find-loan-position
           if WS-BALANCE = 0
               move "LOAN ALREADY PAID OFF" to WS-REJECT-REASON
               perform refuse-request
               exit section
           end-if

           perform compute-accrued-interest
           perform compute-good-through-date
           compute WS-TOTAL =
               WS-BALANCE + WS-INTEREST + WS-PAYOFF-FEE
                   - WS-CREDIT-HELD

           perform record-payoff-quote
           perform print-payoff-letter
           add 1 to WS-STATEMENTS-PRINTED
           .

       refuse-request section.
           add 1 to WS-REQUESTS-REFUSED
           display "BBANK75P: " WS-REQ-LOAN-NO " - " WS-REJECT-REASON
           .

      *> the loan's last history line has its balance and any credit
      *> held; a loan with no posted payments still owes it all.
       find-loan-position section.
           move LM-PRINCIPAL to WS-BALANCE
           move 0 to WS-CREDIT-HELD
           move "N" to WS-HISTORY-EOF-FLAG
           open input payment-history-file
           if WS-History-File-Status not equal "00"
               exit section
           end-if
           perform read-one-history-line until WS-HISTORY-EOF
           close payment-history-file
           .

       read-one-history-line section.
           read payment-history-file
               at end
                   set WS-HISTORY-EOF to true
               not at end
                   if PH-LOAN-NO equal LM-LOAN-NO
                       move PH-BALANCE to WS-BALANCE
                       move PH-CREDIT-HELD to WS-CREDIT-HELD
                   end-if
           end-read
           .

      *> interest runs from the due date of the last installment paid
      *> (the booking date when none has been) to the payoff date.
       compute-accrued-interest section.
           move LM-DATE-BOOKED to WS-DUE-DATE
           if LM-PAYMENTS-APPLIED > 0
               move LM-PAYMENTS-APPLIED to WS-MONTHS-OUT
               perform compute-due-date
           end-if
           move WS-DUE-DATE to WS-INTEREST-FROM

           move WS-INTEREST-FROM(1:4) to WS-RNG-1-YEAR
           move WS-INTEREST-FROM(5:2) to WS-RNG-1-MONTH
           move WS-INTEREST-FROM(7:2) to WS-RNG-1-DAY
           move WS-REQ-PAYOFF-DATE(1:4) to WS-RNG-2-YEAR
           move WS-REQ-PAYOFF-DATE(5:2) to WS-RNG-2-MONTH
           move WS-REQ-PAYOFF-DATE(7:2) to WS-RNG-2-DAY
           call "datechkDayCount" using
               by reference WS-RANGE-DATE-1
               by reference WS-RANGE-DATE-2
               by reference WS-DATE-FORMAT-FLAG
               by reference WS-DAY-BASIS
               by reference WS-DAY-COUNT
               by reference WS-YEAR-FRACTION
               by reference WS-RESULT-VALID
           end-call
      *> an unrecognised basis is reported and priced actual/365,
      *> the long-standing payoff figure.
           if WS-RESULT-VALID not equal "Y"
               display "BBANK75P: day-count basis " WS-DAY-BASIS
                       " not recognised - ACT/365 used"
               move "ACT/365" to WS-DAY-BASIS
               call "datechkDayCount" using
                   by reference WS-RANGE-DATE-1
                   by reference WS-RANGE-DATE-2
                   by reference WS-DATE-FORMAT-FLAG
                   by reference WS-DAY-BASIS
                   by reference WS-DAY-COUNT
                   by reference WS-YEAR-FRACTION
                   by reference WS-RESULT-VALID
               end-call
           end-if
           if WS-DAY-COUNT > 0
               move WS-DAY-COUNT to WS-INTEREST-DAYS
           else
               move 0 to WS-INTEREST-DAYS
               move 0 to WS-YEAR-FRACTION
           end-if

           if WS-BASIS-360
               compute WS-PER-DIEM rounded =
                   WS-BALANCE * LM-RATE / 100 / 360
           else
               compute WS-PER-DIEM rounded =
                   WS-BALANCE * LM-RATE / 100 / 365
           end-if
           compute WS-INTEREST rounded =
               WS-BALANCE * LM-RATE / 100 * WS-YEAR-FRACTION
           .

      *> installment n is due n months after booking, on the booking
      *> day clamped to the month's end.
       compute-due-date section.
           compute WS-MONTHS-OUT = WS-DUE-MONTH - 1 + WS-MONTHS-OUT
           compute WS-DUE-YEAR = WS-DUE-YEAR + WS-MONTHS-OUT / 12
           compute WS-DUE-MONTH =
               function mod(WS-MONTHS-OUT, 12) + 1
           perform pull-back-one-day
               until function test-date-yyyymmdd(WS-DUE-DATE) = 0
                  or WS-DUE-DAY < 29
           .

       pull-back-one-day section.
           subtract 1 from WS-DUE-DAY
           .

       compute-good-through-date section.
           move WS-REQ-PAYOFF-DATE(1:4) to WS-RNG-1-YEAR
           move WS-REQ-PAYOFF-DATE(5:2) to WS-RNG-1-MONTH
           move WS-REQ-PAYOFF-DATE(7:2) to WS-RNG-1-DAY
           call "datechkAddBusinessDays" using
               by reference WS-RANGE-DATE-1
               by reference WS-DATE-FORMAT-FLAG
               by reference WS-GOOD-DAYS
               by reference WS-GOOD-THROUGH
               by reference WS-RESULT-VALID
           end-call
           if WS-RESULT-VALID not equal "Y"
               move WS-REQ-PAYOFF-DATE to WS-GOOD-THROUGH
           end-if
           .

       record-payoff-quote section.
           move spaces to payoff-quote-record
           move LM-LOAN-NO to POQ-LOAN-NO
           move WS-RUN-DATE to POQ-QUOTED-ON
           move WS-REQ-PAYOFF-DATE to POQ-PAYOFF-DATE
           move WS-GOOD-THROUGH to POQ-GOOD-THROUGH
           move WS-BALANCE to POQ-PRINCIPAL
           move WS-INTEREST to POQ-INTEREST
           move WS-PAYOFF-FEE to POQ-FEES
           move WS-CREDIT-HELD to POQ-CREDIT-HELD
           move WS-TOTAL to POQ-TOTAL
           move WS-PER-DIEM to POQ-PER-DIEM
           write payoff-quote-record
           .

       print-payoff-letter section.
           move spaces to payoff-letters-record
           string "LOAN PAYOFF STATEMENT" delimited by size
                  "                      ISSUED " delimited by size
                  WS-RUN-DATE delimited by size
               into payoff-letters-record
           end-string
           write payoff-letters-record
           move all "=" to payoff-letters-record
           write payoff-letters-record

           move spaces to WS-TEXT-LINE
           move "LOAN NUMBER" to WS-TXL-LABEL
           move LM-LOAN-NO to WS-TXL-VALUE
           write payoff-letters-record from WS-TEXT-LINE
           move "CUSTOMER NUMBER" to WS-TXL-LABEL
           move LM-CUSTOMER-NO to WS-EDIT-CUSTOMER
           move WS-EDIT-CUSTOMER to WS-TXL-VALUE
           write payoff-letters-record from WS-TEXT-LINE
           move "PAYOFF DATE" to WS-TXL-LABEL
           move WS-REQ-PAYOFF-DATE to WS-TXL-VALUE
           write payoff-letters-record from WS-TEXT-LINE
           move "GOOD THROUGH" to WS-TXL-LABEL
           move WS-GOOD-THROUGH to WS-TXL-VALUE
           write payoff-letters-record from WS-TEXT-LINE
           move spaces to payoff-letters-record
           write payoff-letters-record

           move spaces to WS-AMOUNT-LINE
           move "PRINCIPAL OUTSTANDING" to WS-AML-LABEL
           move WS-BALANCE to WS-AML-VALUE
           write payoff-letters-record from WS-AMOUNT-LINE
           move WS-INTEREST-DAYS to WS-EDIT-DAYS
           move spaces to WS-AML-LABEL
           string "INTEREST FROM " delimited by size
                  WS-INTEREST-FROM delimited by size
                  " (" delimited by size
                  WS-EDIT-DAYS delimited by size
                  " DAYS)" delimited by size
               into WS-AML-LABEL
           end-string
           move WS-INTEREST to WS-AML-VALUE
           write payoff-letters-record from WS-AMOUNT-LINE
           move "PAYOFF AND RELEASE FEE" to WS-AML-LABEL
           move WS-PAYOFF-FEE to WS-AML-VALUE
           write payoff-letters-record from WS-AMOUNT-LINE
           if WS-CREDIT-HELD > 0
               move "LESS PAYMENTS HELD ON ACCOUNT" to WS-AML-LABEL
               compute WS-AML-VALUE = 0 - WS-CREDIT-HELD
               write payoff-letters-record from WS-AMOUNT-LINE
           end-if
           move "TOTAL TO PAY OFF" to WS-AML-LABEL
           move WS-TOTAL to WS-AML-VALUE
           write payoff-letters-record from WS-AMOUNT-LINE
           move spaces to payoff-letters-record
           write payoff-letters-record

           move WS-PER-DIEM to WS-EDIT-PER-DIEM
           move spaces to payoff-letters-record
           string "FOR FUNDS RECEIVED AFTER THE PAYOFF DATE ADD "
                      delimited by size
                  WS-EDIT-PER-DIEM delimited by size
                  " PER DAY." delimited by size
               into payoff-letters-record
           end-string
           write payoff-letters-record
           move spaces to payoff-letters-record
           string "THIS FIGURE IS GOOD THROUGH " delimited by size
                  WS-GOOD-THROUGH delimited by size
                  " - AFTER THAT PLEASE ASK FOR A NEW ONE."
                      delimited by size
               into payoff-letters-record
           end-string
           write payoff-letters-record
           move all "-" to payoff-letters-record
           write payoff-letters-record
           .

       end program BBANK75P.
