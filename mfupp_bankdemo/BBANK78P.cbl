      $set sourceformat"variable"
       program-id. BBANK78P.

      *> Variable-rate reset run. A type V loan (BBANK70P) carries
      *> its rate index, margin and reset period on LOANMAST.DAT; its
      *> rate resets after every LM-RESET-MONTHS installments to the
      *> index then in force on BANKRATE.TBL plus the margin. Each
      *> night this run finds the loans whose next reset falls within
      *> RATE_RESET_NOTICE_DAYS (default 30) of the processing date,
      *> so the borrower hears before the new payment is due, and
      *> for each one:
      *>   - re-amortizes the remaining balance - the scheduled
      *>     balance at the reset, less any extra principal BBANK73P
      *>     has applied since the last reset (LOANPAYH.DAT) - over
      *>     the months left at the new rate, and rewrites the
      *>     loan's installments after the reset on LOANSCHD.DAT
      *>     (through the LOANSCHD.WRK work copy), so the posting
      *>     run takes the new split;
      *>   - rewrites the loan master with the new rate and payment
      *>     and the installment the reset was made after;
      *>   - prints a rate-change notice to RateChangeNotices.txt
      *>     with the old and new rate and payment.
      *> A loan that has missed more than one reset catches up one
      *> reset per run.
       input-output section.
       file-control.
           select loan-master-file assign to "LOANMAST.DAT"
               organization is indexed
               access is dynamic
               record key is LM-LOAN-NO
               file status is WS-Loan-File-Status.

           select rate-table-file assign to "BANKRATE.TBL"
               organization is line sequential
               file status is WS-Rate-File-Status.

           select payment-history-file assign to "LOANPAYH.DAT"
               organization is line sequential
               file status is WS-History-File-Status.

           select loan-schedule-file assign to "LOANSCHD.DAT"
               organization is line sequential
               file status is WS-Sched-File-Status.

           select schedule-work-file assign to "LOANSCHD.WRK"
               organization is line sequential
               file status is WS-Work-File-Status.

           select notice-file assign to "RateChangeNotices.txt"
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

       fd  rate-table-file.
       01  rate-table-record        pic x(18).

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

       fd  loan-schedule-file.
       01  loan-schedule-record.
           05 LS-LOAN-NO            pic x(14).
           05                       pic x.
           05 LS-MONTH              pic 9(3).
           05                       pic x.
           05 LS-PRINCIPAL          pic 9(7)v99.
           05                       pic x.
           05 LS-INTEREST           pic 9(7)v99.
           05                       pic x.
           05 LS-BALANCE            pic 9(7)v99.

       fd  schedule-work-file.
       01  schedule-work-record     pic x(50).

       fd  notice-file.
       01  notice-record            pic x(80).

       working-storage section.
       01 WS-Loan-File-Status      pic xx.
       01 WS-Rate-File-Status      pic xx.
       01 WS-History-File-Status   pic xx.
       01 WS-Sched-File-Status     pic xx.
       01 WS-Work-File-Status      pic xx.
       01 WS-EOF-FLAG              pic x value "N".
           88 WS-EOF                   value "Y".
       01 WS-LOAN-FOUND-FLAG       pic x value "N".
           88 WS-LOAN-FOUND            value "Y".
       01 WS-RATE-FOUND-FLAG       pic x value "N".
           88 WS-RATE-FOUND            value "Y".

       01 WS-RUN-DATE              pic 9(8).
       01 WS-NOTICE-DAYS           pic 9(3) value 30.
       01 WS-NOTICE-DAYS-ENV       pic x(3).
       01 WS-HORIZON-DATE          pic 9(8).
       01 WS-SEEK-LOAN-NO          pic x(14).

      *> the index rows of BANKRATE.TBL - an index code in cols 1-3
      *> where the term bands carry a term.
       01 WS-INDEX-COUNT           pic 9(2) value 0.
       01 WS-INDEX-TABLE.
           05 WS-INDEX-ENTRY occurs 40 times
                   indexed by IDX-IDX.
               10 WS-INDEX-CODE        pic x(3).
               10 WS-INDEX-RATE-VALUE  pic 9(3)v99.
               10 WS-INDEX-EFF-DATE    pic 9(8).
       01 WS-BEST-EFF-DATE         pic 9(8).
       01 WS-INDEX-VALUE           pic 9(3)v99.

      *> the loans due a reset this run.
       01 WS-RESET-COUNT           pic 9(5) value 0.
       01 WS-RESET-TABLE.
           05 WS-RESET-ENTRY occurs 2000 times
                   indexed by RS-IDX.
               10 WS-RS-LOAN-NO        pic x(14).
               10 WS-RS-CUSTOMER-NO    pic 9(9).
               10 WS-RS-TERM           pic 9(3).
               10 WS-RS-DATE-BOOKED    pic 9(8).
               10 WS-RS-RATE-INDEX     pic x(3).
               10 WS-RS-MARGIN         pic 9(2)v99.
               10 WS-RS-AFTER-MONTH    pic 9(3).
               10 WS-RS-LAST-RESET     pic 9(3).
               10 WS-RS-EFFECTIVE      pic 9(8).
               10 WS-RS-OLD-RATE       pic 9(3)v99.
               10 WS-RS-OLD-PAYMENT    pic s9(7)v99 comp-3.
               10 WS-RS-INDEX-VALUE    pic 9(3)v99.
               10 WS-RS-NEW-RATE       pic 9(3)v99.
               10 WS-RS-NEW-PAYMENT    pic s9(7)v99 comp-3.
               10 WS-RS-EXTRA-PAID     pic 9(7)v99.
               10 WS-RS-BALANCE        pic 9(7)v99.
               10 WS-RS-STATUS         pic x.
                   88 WS-RS-PENDING        value "P".
                   88 WS-RS-READY          value "R".
                   88 WS-RS-NO-SCHEDULE    value "S".
                   88 WS-RS-NO-INDEX       value "I".
       01 WS-LOANS-READ            pic 9(7) value 0.
       01 WS-LOANS-VARIABLE        pic 9(7) value 0.
       01 WS-LOANS-RESET           pic 9(7) value 0.
       01 WS-LOANS-NOT-RESET       pic 9(7) value 0.
       01 WS-LOANS-SKIPPED         pic 9(7) value 0.
       01 WS-NEXT-RESET            pic 9(3).

      *> due-date arithmetic: installment n is due n months after
      *> booking, on the booking day clamped to the month's end.
       01 WS-DUE-DATE              pic 9(8).
       01 WS-DUE-DATE-PARTS redefines WS-DUE-DATE.
           05 WS-DUE-YEAR           pic 9(4).
           05 WS-DUE-MONTH          pic 99.
           05 WS-DUE-DAY            pic 99.
       01 WS-MONTHS-OUT            pic 9(5).

      *> re-amortization work fields.
       01 WS-MONTHLY-RATE          pic 9v9(7) comp-3.
       01 WS-GROWTH-FACTOR         pic 9(4)v9(9) comp-3.
       01 WS-MONTHS-LEFT           pic 9(3).
       01 WS-REMAINING-BAL         pic s9(9)v99 comp-3.
       01 WS-MONTH-INTEREST        pic s9(7)v99 comp-3.
       01 WS-MONTH-PRINCIPAL       pic s9(7)v99 comp-3.
       01 WS-NEW-MONTH             pic 9(3).
       01 WS-REPLACING-FLAG        pic x value "N".
           88 WS-REPLACING             value "Y".
       01 WS-REPLACE-LOAN-NO       pic x(14).

      *> rate-change notice lines.
       01 WS-RATE-EDIT             pic zz9.99.
       01 WS-RATE-EDIT-2           pic zz9.99.
       01 WS-MARGIN-EDIT           pic z9.99.
       01 WS-PAYMENT-EDIT          pic $$$,$$$,$$9.99.
       01 WS-PAYMENT-EDIT-2        pic $$$,$$$,$$9.99.
       01 WS-BALANCE-EDIT          pic $$$,$$$,$$9.99.
       01 WS-MONTHS-EDIT           pic zz9.
       01 WS-DATE-EDIT             pic 9999/99/99.

      *> central run-log identity (see batchrunlog).
       01 WS-RUNLOG-PROGRAM        pic x(20) value "BBANK78P".
       01 WS-RUNLOG-RUN-ID         pic x(14).
       01 WS-RUNLOG-RC             pic 9(4).
       01 WS-RUNLOG-EXCEPTIONS     pic 9(9) value 0.
       01 WS-RUNLOG-READ           pic 9(9) value 0.
       01 WS-RUNLOG-WRITTEN        pic 9(9) value 0.

       procedure division.
       start-of-code.
           call "datechkProcessingDate" using
               by reference WS-RUN-DATE
           end-call
           call "BatchRunLogStart" using
               by reference WS-RUNLOG-PROGRAM
               by reference WS-RUNLOG-RUN-ID
           end-call

           accept WS-NOTICE-DAYS-ENV from environment
               "RATE_RESET_NOTICE_DAYS"
           if WS-NOTICE-DAYS-ENV is numeric
                   and WS-NOTICE-DAYS-ENV not equal spaces
               move WS-NOTICE-DAYS-ENV to WS-NOTICE-DAYS
           end-if
           compute WS-HORIZON-DATE = function date-of-integer
               (function integer-of-date(WS-RUN-DATE) + WS-NOTICE-DAYS)

           perform load-index-table

           open input loan-master-file
           if WS-Loan-File-Status not equal "00"
               display "BBANK78P: LOANMAST.DAT unavailable - "
                       "no rate resets"
               move 8 to WS-RUNLOG-RC
               perform close-run-log
               goback returning 8
           end-if
           perform find-one-reset-due until WS-EOF
           close loan-master-file

           if WS-RESET-COUNT > 0
               perform total-extra-principal
               perform find-reset-balances
               perform price-one-reset
                   varying RS-IDX from 1 by 1
                   until RS-IDX > WS-RESET-COUNT
               perform rewrite-loan-schedule
               perform apply-resets-to-master
           end-if

           open output notice-file
           perform write-one-notice
               varying RS-IDX from 1 by 1
               until RS-IDX > WS-RESET-COUNT
           close notice-file

           display "BBANK78P: variable-rate loans " WS-LOANS-VARIABLE
                   " reset " WS-LOANS-RESET
                   " not reset " WS-LOANS-NOT-RESET
                   " over table limit " WS-LOANS-SKIPPED

           move WS-LOANS-READ to WS-RUNLOG-READ
           move WS-LOANS-RESET to WS-RUNLOG-WRITTEN
           compute WS-RUNLOG-EXCEPTIONS =
               WS-LOANS-NOT-RESET + WS-LOANS-SKIPPED
           if WS-RUNLOG-EXCEPTIONS > 0
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

       load-index-table section.
           open input rate-table-file
           if WS-Rate-File-Status not equal "00"
               exit section
           end-if
           perform read-one-rate-record
               until WS-Rate-File-Status not equal "00"
           close rate-table-file
           .

       read-one-rate-record section.
           read rate-table-file
           if WS-Rate-File-Status equal "00"
                   and rate-table-record(1:3) not numeric
                   and WS-INDEX-COUNT < 40
               add 1 to WS-INDEX-COUNT
               set IDX-IDX to WS-INDEX-COUNT
               move rate-table-record(1:3) to WS-INDEX-CODE (IDX-IDX)
               move rate-table-record(5:5)
                   to WS-INDEX-RATE-VALUE (IDX-IDX)
               if rate-table-record(11:8) numeric
                   move rate-table-record(11:8)
                       to WS-INDEX-EFF-DATE (IDX-IDX)
               else
                   move 0 to WS-INDEX-EFF-DATE (IDX-IDX)
               end-if
           end-if
           .

      *> the next reset of an open variable-rate loan falls after
      *> installment LM-LAST-RESET + LM-RESET-MONTHS, effective from
      *> that installment's due date; none is left once that reaches
      *> the term.
       find-one-reset-due section.
           read loan-master-file next
               at end
                   set WS-EOF to true
               not at end
                   add 1 to WS-LOANS-READ
                   if LM-LOAN-TYPE equal "V"
                           and LM-PAYMENTS-APPLIED < LM-TERM
                           and LM-RESET-MONTHS > 0
                       add 1 to WS-LOANS-VARIABLE
                       perform check-reset-due
                   end-if
           end-read
           .

       check-reset-due section.
           compute WS-NEXT-RESET = LM-LAST-RESET + LM-RESET-MONTHS
           if WS-NEXT-RESET >= LM-TERM
               exit section
           end-if
           move LM-DATE-BOOKED to WS-DUE-DATE
           move WS-NEXT-RESET to WS-MONTHS-OUT
           perform compute-due-date
           if WS-DUE-DATE > WS-HORIZON-DATE
               exit section
           end-if
           if WS-RESET-COUNT >= 2000
               add 1 to WS-LOANS-SKIPPED
               exit section
           end-if

           add 1 to WS-RESET-COUNT
           set RS-IDX to WS-RESET-COUNT
           move LM-LOAN-NO to WS-RS-LOAN-NO (RS-IDX)
           move LM-CUSTOMER-NO to WS-RS-CUSTOMER-NO (RS-IDX)
           move LM-TERM to WS-RS-TERM (RS-IDX)
           move LM-DATE-BOOKED to WS-RS-DATE-BOOKED (RS-IDX)
           move LM-RATE-INDEX to WS-RS-RATE-INDEX (RS-IDX)
           move LM-RATE-MARGIN to WS-RS-MARGIN (RS-IDX)
           move WS-NEXT-RESET to WS-RS-AFTER-MONTH (RS-IDX)
           move LM-LAST-RESET to WS-RS-LAST-RESET (RS-IDX)
           move WS-DUE-DATE to WS-RS-EFFECTIVE (RS-IDX)
           move LM-RATE to WS-RS-OLD-RATE (RS-IDX)
           move LM-PAYMENT to WS-RS-OLD-PAYMENT (RS-IDX)
           move 0 to WS-RS-EXTRA-PAID (RS-IDX)
           move 0 to WS-RS-BALANCE (RS-IDX)
           set WS-RS-NO-SCHEDULE (RS-IDX) to true
           .

      *> WS-DUE-DATE holds the booking date and WS-MONTHS-OUT the
      *> installment number on entry.
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

       find-reset-entry section.
           move "N" to WS-LOAN-FOUND-FLAG
           set RS-IDX to 1
           search WS-RESET-ENTRY
               at end
                   continue
               when RS-IDX > WS-RESET-COUNT
                   continue
               when WS-RS-LOAN-NO (RS-IDX) equal WS-SEEK-LOAN-NO
                   set WS-LOAN-FOUND to true
           end-search
           .

      *> principal paid ahead of the schedule has already come off
      *> the balance the schedule shows. A reset rewrote the schedule
      *> from a balance already net of the extra principal paid up
      *> to it, so only what was paid since the last reset counts.
       total-extra-principal section.
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
                   if PH-EXTRA-PRINCIPAL > 0
                       move PH-LOAN-NO to WS-SEEK-LOAN-NO
                       perform find-reset-entry
                       if WS-LOAN-FOUND
                           if PH-INSTALLMENT >
                                   WS-RS-LAST-RESET (RS-IDX)
                               add PH-EXTRA-PRINCIPAL
                                   to WS-RS-EXTRA-PAID (RS-IDX)
                           end-if
                       end-if
                   end-if
           end-read
           .

      *> the scheduled balance after the installment the reset
      *> follows.
       find-reset-balances section.
           move "N" to WS-EOF-FLAG
           open input loan-schedule-file
           if WS-Sched-File-Status not equal "00"
               exit section
           end-if
           perform take-one-schedule-line until WS-EOF
           close loan-schedule-file
           .

       take-one-schedule-line section.
           read loan-schedule-file
               at end
                   set WS-EOF to true
               not at end
                   move LS-LOAN-NO to WS-SEEK-LOAN-NO
                   perform find-reset-entry
                   if WS-LOAN-FOUND
                       if LS-MONTH equal WS-RS-AFTER-MONTH (RS-IDX)
                           move LS-BALANCE to WS-RS-BALANCE (RS-IDX)
                           set WS-RS-PENDING (RS-IDX) to true
                       end-if
                   end-if
           end-read
           .

      *> the new rate is the index in force today plus the margin;
      *> the payment re-amortizes what is left over the months left.
       price-one-reset section.
           if not WS-RS-PENDING (RS-IDX)
               add 1 to WS-LOANS-NOT-RESET
               exit section
           end-if
           perform find-index-value
           if not WS-RATE-FOUND
               set WS-RS-NO-INDEX (RS-IDX) to true
               add 1 to WS-LOANS-NOT-RESET
               exit section
           end-if

           if WS-RS-EXTRA-PAID (RS-IDX) < WS-RS-BALANCE (RS-IDX)
               subtract WS-RS-EXTRA-PAID (RS-IDX)
                   from WS-RS-BALANCE (RS-IDX)
           else
               move 0 to WS-RS-BALANCE (RS-IDX)
           end-if
           move WS-INDEX-VALUE to WS-RS-INDEX-VALUE (RS-IDX)
           compute WS-RS-NEW-RATE (RS-IDX) =
               WS-INDEX-VALUE + WS-RS-MARGIN (RS-IDX)
           compute WS-MONTHS-LEFT =
               WS-RS-TERM (RS-IDX) - WS-RS-AFTER-MONTH (RS-IDX)
           compute WS-MONTHLY-RATE rounded =
               WS-RS-NEW-RATE (RS-IDX) / 100 / 12
           evaluate true
               when WS-RS-BALANCE (RS-IDX) = 0
                   move 0 to WS-RS-NEW-PAYMENT (RS-IDX)
               when WS-MONTHLY-RATE = 0
                   compute WS-RS-NEW-PAYMENT (RS-IDX) rounded =
                       WS-RS-BALANCE (RS-IDX) / WS-MONTHS-LEFT
               when other
                   compute WS-GROWTH-FACTOR rounded =
                       (1 + WS-MONTHLY-RATE) ** WS-MONTHS-LEFT
                   compute WS-RS-NEW-PAYMENT (RS-IDX) rounded =
                       WS-RS-BALANCE (RS-IDX) * WS-MONTHLY-RATE
                           * WS-GROWTH-FACTOR
                           / (WS-GROWTH-FACTOR - 1)
           end-evaluate
           set WS-RS-READY (RS-IDX) to true
           add 1 to WS-LOANS-RESET
           .

       find-index-value section.
           move "N" to WS-RATE-FOUND-FLAG
           move 0 to WS-BEST-EFF-DATE
           perform check-one-index-row
               varying IDX-IDX from 1 by 1
               until IDX-IDX > WS-INDEX-COUNT
           .

       check-one-index-row section.
           if WS-INDEX-CODE (IDX-IDX) equal WS-RS-RATE-INDEX (RS-IDX)
                   and WS-INDEX-EFF-DATE (IDX-IDX) <= WS-RUN-DATE
                   and WS-INDEX-EFF-DATE (IDX-IDX) >= WS-BEST-EFF-DATE
               move WS-INDEX-EFF-DATE (IDX-IDX) to WS-BEST-EFF-DATE
               move WS-INDEX-RATE-VALUE (IDX-IDX) to WS-INDEX-VALUE
               set WS-RATE-FOUND to true
           end-if
           .

      *> the schedule is copied to the work file with each reset
      *> loan's installments after the reset replaced by the new
      *> amortization, then copied back.
       rewrite-loan-schedule section.
           if WS-LOANS-RESET = 0
               exit section
           end-if
           move "N" to WS-EOF-FLAG
           move "N" to WS-REPLACING-FLAG
           open input loan-schedule-file
           open output schedule-work-file
           perform copy-one-schedule-line until WS-EOF
           close loan-schedule-file
           close schedule-work-file

           move "N" to WS-EOF-FLAG
           open input schedule-work-file
           open output loan-schedule-file
           perform copy-back-one-line until WS-EOF
           close schedule-work-file
           close loan-schedule-file
           .

       copy-one-schedule-line section.
           read loan-schedule-file
               at end
                   set WS-EOF to true
               not at end
                   move LS-LOAN-NO to WS-SEEK-LOAN-NO
                   perform find-reset-entry
                   evaluate true
                       when not WS-LOAN-FOUND
                           write schedule-work-record
                               from loan-schedule-record
                       when not WS-RS-READY (RS-IDX)
                           write schedule-work-record
                               from loan-schedule-record
                       when LS-MONTH <= WS-RS-AFTER-MONTH (RS-IDX)
                           write schedule-work-record
                               from loan-schedule-record
                       when LS-MONTH = WS-RS-AFTER-MONTH (RS-IDX) + 1
                           perform write-new-installments
                       when other
                           continue
                   end-evaluate
           end-read
           .

       write-new-installments section.
           move WS-RS-LOAN-NO (RS-IDX) to WS-REPLACE-LOAN-NO
           move WS-RS-BALANCE (RS-IDX) to WS-REMAINING-BAL
           compute WS-MONTHLY-RATE rounded =
               WS-RS-NEW-RATE (RS-IDX) / 100 / 12
           compute WS-NEW-MONTH = WS-RS-AFTER-MONTH (RS-IDX) + 1
           perform write-one-new-installment
               until WS-NEW-MONTH > WS-RS-TERM (RS-IDX)
           .

      *> the last installment takes whatever balance is left, as the
      *> booking schedule does.
       write-one-new-installment section.
           compute WS-MONTH-INTEREST rounded =
               WS-REMAINING-BAL * WS-MONTHLY-RATE
           compute WS-MONTH-PRINCIPAL =
               WS-RS-NEW-PAYMENT (RS-IDX) - WS-MONTH-INTEREST
           if WS-MONTH-PRINCIPAL > WS-REMAINING-BAL
                   or WS-NEW-MONTH = WS-RS-TERM (RS-IDX)
               move WS-REMAINING-BAL to WS-MONTH-PRINCIPAL
           end-if
           if WS-MONTH-PRINCIPAL < 0
               move 0 to WS-MONTH-PRINCIPAL
           end-if
           subtract WS-MONTH-PRINCIPAL from WS-REMAINING-BAL

           move spaces to loan-schedule-record
           move WS-REPLACE-LOAN-NO to LS-LOAN-NO
           move WS-NEW-MONTH to LS-MONTH
           move WS-MONTH-PRINCIPAL to LS-PRINCIPAL
           move WS-MONTH-INTEREST to LS-INTEREST
           move WS-REMAINING-BAL to LS-BALANCE
           write schedule-work-record from loan-schedule-record
           add 1 to WS-NEW-MONTH
           .

       copy-back-one-line section.
           read schedule-work-file
               at end
                   set WS-EOF to true
               not at end
                   write loan-schedule-record
                       from schedule-work-record
           end-read
           .

       apply-resets-to-master section.
           if WS-LOANS-RESET = 0
               exit section
           end-if
           open i-o loan-master-file
           if WS-Loan-File-Status not equal "00"
               display "BBANK78P: LOANMAST.DAT not open for update - "
                       "rates not changed on the master"
               exit section
           end-if
           perform apply-one-reset
               varying RS-IDX from 1 by 1
               until RS-IDX > WS-RESET-COUNT
           close loan-master-file
           .

       apply-one-reset section.
           if not WS-RS-READY (RS-IDX)
               exit section
           end-if
           move WS-RS-LOAN-NO (RS-IDX) to LM-LOAN-NO
           read loan-master-file
           if WS-Loan-File-Status equal "00"
               move WS-RS-NEW-RATE (RS-IDX) to LM-RATE
               move WS-RS-NEW-PAYMENT (RS-IDX) to LM-PAYMENT
               move WS-RS-AFTER-MONTH (RS-IDX) to LM-LAST-RESET
               rewrite loan-master-record
           end-if
           .

       write-one-notice section.
           evaluate true
               when WS-RS-READY (RS-IDX)
                   perform write-rate-change-notice
               when WS-RS-NO-INDEX (RS-IDX)
                   display "BBANK78P: " WS-RS-LOAN-NO (RS-IDX)
                           " no " WS-RS-RATE-INDEX (RS-IDX)
                           " index rate in force - not reset"
               when other
                   display "BBANK78P: " WS-RS-LOAN-NO (RS-IDX)
                           " no schedule entry for the reset - "
                           "not reset"
           end-evaluate
           .

       write-rate-change-notice section.
           move "RATE CHANGE NOTICE" to notice-record
           write notice-record
           move all "=" to notice-record
           write notice-record
           move spaces to notice-record
           string "CUSTOMER " delimited by size
                  WS-RS-CUSTOMER-NO (RS-IDX) delimited by size
                  "   LOAN " delimited by size
                  WS-RS-LOAN-NO (RS-IDX) delimited by size
               into notice-record
           end-string
           write notice-record
           move spaces to notice-record
           write notice-record

           move WS-RS-EFFECTIVE (RS-IDX) to WS-DATE-EDIT
           move spaces to notice-record
           string "THE RATE ON YOUR VARIABLE-RATE LOAN RESETS ON "
                      delimited by size
                  WS-DATE-EDIT delimited by size
               into notice-record
           end-string
           write notice-record
           move WS-RS-INDEX-VALUE (RS-IDX) to WS-RATE-EDIT
           move WS-RS-MARGIN (RS-IDX) to WS-MARGIN-EDIT
           move spaces to notice-record
           string "TO THE " delimited by size
                  WS-RS-RATE-INDEX (RS-IDX) delimited by size
                  " INDEX OF" delimited by size
                  WS-RATE-EDIT delimited by size
                  "% PLUS YOUR MARGIN OF" delimited by size
                  WS-MARGIN-EDIT delimited by size
                  "%." delimited by size
               into notice-record
           end-string
           write notice-record
           move spaces to notice-record
           write notice-record

           move WS-RS-OLD-RATE (RS-IDX) to WS-RATE-EDIT
           move WS-RS-NEW-RATE (RS-IDX) to WS-RATE-EDIT-2
           move spaces to notice-record
           string "    OLD RATE     " delimited by size
                  WS-RATE-EDIT delimited by size
                  "%      NEW RATE     " delimited by size
                  WS-RATE-EDIT-2 delimited by size
                  "%" delimited by size
               into notice-record
           end-string
           write notice-record
           move WS-RS-OLD-PAYMENT (RS-IDX) to WS-PAYMENT-EDIT
           move WS-RS-NEW-PAYMENT (RS-IDX) to WS-PAYMENT-EDIT-2
           move spaces to notice-record
           string "    OLD PAYMENT " delimited by size
                  WS-PAYMENT-EDIT delimited by size
                  "  NEW PAYMENT " delimited by size
                  WS-PAYMENT-EDIT-2 delimited by size
               into notice-record
           end-string
           write notice-record
           move spaces to notice-record
           write notice-record

           move WS-RS-BALANCE (RS-IDX) to WS-BALANCE-EDIT
           compute WS-MONTHS-LEFT =
               WS-RS-TERM (RS-IDX) - WS-RS-AFTER-MONTH (RS-IDX)
           move WS-MONTHS-LEFT to WS-MONTHS-EDIT
           move spaces to notice-record
           string "THE NEW PAYMENT REPAYS THE REMAINING BALANCE OF "
                      delimited by size
                  WS-BALANCE-EDIT delimited by size
               into notice-record
           end-string
           write notice-record
           move spaces to notice-record
           string "OVER THE" delimited by size
                  WS-MONTHS-EDIT delimited by size
                  " PAYMENTS LEFT ON YOUR LOAN, STARTING WITH "
                      delimited by size
                  "PAYMENT" delimited by size
               into notice-record
           end-string
           write notice-record
           move spaces to notice-record
           compute WS-MONTHS-EDIT = WS-RS-AFTER-MONTH (RS-IDX) + 1
           string "NUMBER" delimited by size
                  WS-MONTHS-EDIT delimited by size
                  "." delimited by size
               into notice-record
           end-string
           write notice-record
           move spaces to notice-record
           write notice-record
           .

       end program BBANK78P.
