      $set sourceformat"variable"
       program-id. BBANK74P.

      *> Nightly delinquency aging over the booked loans. Each loan on
      *> LOANMAST.DAT is aged against the due dates of its installments
      *> on LOANSCHD.DAT - installment n falls due n months after
      *> LM-DATE-BOOKED - from the first installment BBANK73P has not
      *> yet seen paid. The days past due are counted through
      *> datechk's date range on the processing date, and each loan is
      *> bucketed CURRENT / 1-30 / 31-60 / 61-90 / 90+, with counts
      *> and past-due amounts by LM-LOAN-TYPE, to LoanAging.txt.
      *>
      *> Loans 31 or more days past due are handed to collections on
      *> LoanDelinquents.txt, which collectionsWorkflow stages on the
      *> same NOTICE-1 .. REFER ladder as the credit exceptions, with
      *> the loan letters. The file is always written, empty or not,
      *> so a missing one means this run did not happen.
       input-output section.
       file-control.
           select loan-master-file assign to "LOANMAST.DAT"
               organization is indexed
               access is dynamic
               record key is LM-LOAN-NO
               file status is WS-Loan-File-Status.

           select loan-schedule-file assign to "LOANSCHD.DAT"
               organization is line sequential
               file status is WS-Sched-File-Status.

           select aging-report assign to "LoanAging.txt"
               organization is line sequential.

           select delinquent-file assign to "LoanDelinquents.txt"
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

       fd  aging-report.
       01  aging-report-record      pic x(90).

      *> the collections hand-off, one line per loan 31+ days late.
       fd  delinquent-file.
       01  delinquent-record.
           05 DLQ-CUSTOMER-NO       pic 9(9).
           05                       pic x.
           05 DLQ-LOAN-NO           pic x(14).
           05                       pic x.
           05 DLQ-DAYS-PAST-DUE     pic 9(5).
           05                       pic x.
           05 DLQ-BUCKET            pic x(7).
           05                       pic x.
           05 DLQ-AMOUNT-PAST-DUE   pic 9(9)v99.

       working-storage section.
       01 WS-Loan-File-Status      pic xx.
       01 WS-Sched-File-Status     pic xx.
       01 WS-EOF-FLAG              pic x value "N".
           88 WS-EOF                   value "Y".
       01 WS-LOAN-FOUND-FLAG       pic x value "N".
           88 WS-LOAN-FOUND            value "Y".

       01 WS-RUN-DATE              pic 9(8).
       01 WS-COLLECT-FROM-DAYS     pic 9(5) value 31.

      *> the open loans, loaded off the master; the schedule pass
      *> then finds each one's oldest unpaid installment now due.
       01 WS-LOAN-COUNT            pic 9(5) value 0.
       01 WS-LOAN-TABLE.
           05 WS-LOAN-ENTRY occurs 5000 times
                   indexed by LN-IDX.
               10 WS-LN-LOAN-NO        pic x(14).
               10 WS-LN-CUSTOMER-NO    pic 9(9).
               10 WS-LN-LOAN-TYPE      pic x.
               10 WS-LN-DATE-BOOKED    pic 9(8).
               10 WS-LN-PAID-THROUGH   pic 9(3).
               10 WS-LN-PRINCIPAL      pic 9(7).
               10 WS-LN-OLDEST-DUE     pic 9(8).
               10 WS-LN-INSTALLMENTS-DUE pic 9(3).
               10 WS-LN-AMOUNT-DUE     pic 9(9)v99.
               10 WS-LN-SCHEDULED-SW   pic x.
                   88 WS-LN-SCHEDULED      value "Y".
       01 WS-LOANS-READ            pic 9(7) value 0.
       01 WS-LOANS-CLOSED          pic 9(7) value 0.
       01 WS-LOANS-UNSCHEDULED     pic 9(7) value 0.
       01 WS-LOANS-SKIPPED         pic 9(7) value 0.
       01 WS-LOANS-HANDED-OFF      pic 9(7) value 0.

      *> due-date arithmetic: installment n is due n months after
      *> booking, on the booking day clamped to the month's end.
       01 WS-DUE-DATE              pic 9(8).
       01 WS-DUE-DATE-PARTS redefines WS-DUE-DATE.
           05 WS-DUE-YEAR           pic 9(4).
           05 WS-DUE-MONTH          pic 99.
           05 WS-DUE-DAY            pic 99.
       01 WS-MONTHS-OUT            pic 9(5).

      *> calendar-day count through datechk.
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
       01 WS-BUSINESS-DAY-COUNT    pic s9(8).
       01 WS-CALENDAR-ID           pic x(8) value "US".

       01 WS-DAYS-PAST-DUE         pic 9(5).
       01 WS-BUCKET-NO             pic 9.

      *> the aging buckets, lowest first.
       01 WS-BUCKET-NAMES.
           05                       pic x(7) value "CURRENT".
           05                       pic x(7) value "1-30".
           05                       pic x(7) value "31-60".
           05                       pic x(7) value "61-90".
           05                       pic x(7) value "90+".
       01 WS-BUCKET-TABLE redefines WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME        pic x(7) occurs 5 times.
       01 WS-BKT-IDX               pic 9.

      *> counts and past-due amounts by loan type and bucket.
       01 WS-TYPE-COUNT            pic 9(2) value 0.
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY occurs 10 times
                   indexed by TYP-IDX.
               10 WS-TYP-CODE          pic x.
               10 WS-TYP-BUCKET occurs 5 times.
                   15 WS-TYP-TALLY         pic 9(5).
                   15 WS-TYP-PAST-DUE      pic 9(11)v99.
       01 WS-ALL-TYPES.
           05 WS-ALL-BUCKET occurs 5 times.
               10 WS-ALL-TALLY         pic 9(7) value 0.
               10 WS-ALL-PAST-DUE      pic 9(11)v99 value 0.

       01 WS-DETAIL-LINE.
           05 WS-DET-LOAN-NO        pic x(14).
           05                       pic x(2).
           05 WS-DET-CUSTOMER       pic 9(9).
           05                       pic x(2).
           05 WS-DET-TYPE           pic x.
           05                       pic x(2).
           05 WS-DET-OLDEST-DUE     pic 9(8).
           05                       pic x(2).
           05 WS-DET-DAYS           pic z(4)9.
           05                       pic x(2).
           05 WS-DET-BUCKET         pic x(7).
           05                       pic x(2).
           05 WS-DET-INSTALLMENTS   pic zz9.
           05                       pic x(2).
           05 WS-DET-AMOUNT         pic z(8)9.99.
           05                       pic x(2).
           05 WS-DET-NOTE           pic x(10).

       01 WS-BUCKET-LINE.
           05                       pic x(2).
           05 WS-BKL-NAME           pic x(7).
           05                       pic x(8).
           05 WS-BKL-TALLY          pic z(6)9.
           05                       pic x(12).
           05 WS-BKL-PAST-DUE       pic z(10)9.99.

       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL          pic x(28).
           05 WS-CNT-VALUE          pic z(6)9.

      *> central run-log identity (see batchrunlog).
       01 WS-RUNLOG-PROGRAM        pic x(20) value "BBANK74P".
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
           call "datechkSelectCalendar" using
               by reference WS-CALENDAR-ID
           end-call
           call "BatchRunLogStart" using
               by reference WS-RUNLOG-PROGRAM
               by reference WS-RUNLOG-RUN-ID
           end-call

           open input loan-master-file
           if WS-Loan-File-Status not equal "00"
               display "BBANK74P: LOANMAST.DAT unavailable - "
                       "no aging run"
               move 8 to WS-RUNLOG-RC
               perform close-run-log
               goback returning 8
           end-if
           perform load-one-loan until WS-EOF
           close loan-master-file

           perform scan-loan-schedule

           open output aging-report
           open output delinquent-file
           perform write-aging-heading
           perform age-one-loan
               varying LN-IDX from 1 by 1
               until LN-IDX > WS-LOAN-COUNT
           perform write-aging-totals
           close aging-report
           close delinquent-file

           move WS-LOANS-READ to WS-RUNLOG-READ
           move WS-LOANS-HANDED-OFF to WS-RUNLOG-WRITTEN
           compute WS-RUNLOG-EXCEPTIONS =
               WS-LOANS-UNSCHEDULED + WS-LOANS-SKIPPED
           move 0 to WS-RUNLOG-RC
           perform close-run-log
           if WS-RUNLOG-EXCEPTIONS > 0
               goback returning 4
           end-if
           goback returning 0.

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

      *> a loan with every installment paid is closed and not aged.
       load-one-loan section.
           read loan-master-file next
               at end
                   set WS-EOF to true
               not at end
                   add 1 to WS-LOANS-READ
                   evaluate true
                       when LM-PAYMENTS-APPLIED >= LM-TERM
                           add 1 to WS-LOANS-CLOSED
                       when WS-LOAN-COUNT >= 5000
                           add 1 to WS-LOANS-SKIPPED
                       when other
                           perform add-loan-entry
                   end-evaluate
           end-read
           .

       add-loan-entry section.
           add 1 to WS-LOAN-COUNT
           set LN-IDX to WS-LOAN-COUNT
           move LM-LOAN-NO to WS-LN-LOAN-NO (LN-IDX)
           move LM-CUSTOMER-NO to WS-LN-CUSTOMER-NO (LN-IDX)
           move LM-LOAN-TYPE to WS-LN-LOAN-TYPE (LN-IDX)
           move LM-DATE-BOOKED to WS-LN-DATE-BOOKED (LN-IDX)
           move LM-PAYMENTS-APPLIED to WS-LN-PAID-THROUGH (LN-IDX)
           move LM-PRINCIPAL to WS-LN-PRINCIPAL (LN-IDX)
           move 0 to WS-LN-OLDEST-DUE (LN-IDX)
           move 0 to WS-LN-INSTALLMENTS-DUE (LN-IDX)
           move 0 to WS-LN-AMOUNT-DUE (LN-IDX)
           move "N" to WS-LN-SCHEDULED-SW (LN-IDX)
           .

      *> one pass of the schedule: every unpaid installment whose
      *> due date has arrived adds to its loan's past-due position.
       scan-loan-schedule section.
           move "N" to WS-EOF-FLAG
           open input loan-schedule-file
           if WS-Sched-File-Status not equal "00"
               exit section
           end-if
           perform take-one-schedule-entry until WS-EOF
           close loan-schedule-file
           .

       take-one-schedule-entry section.
           read loan-schedule-file
               at end
                   set WS-EOF to true
               not at end
                   perform find-schedule-loan
                   if WS-LOAN-FOUND
                       set WS-LN-SCHEDULED (LN-IDX) to true
                       if LS-MONTH > WS-LN-PAID-THROUGH (LN-IDX)
                           perform weigh-one-installment
                       end-if
                   end-if
           end-read
           .

       find-schedule-loan section.
           move "N" to WS-LOAN-FOUND-FLAG
           set LN-IDX to 1
           if WS-LOAN-COUNT > 0
               search WS-LOAN-ENTRY
                   at end
                       continue
                   when LN-IDX > WS-LOAN-COUNT
                       continue
                   when WS-LN-LOAN-NO (LN-IDX) equal LS-LOAN-NO
                       set WS-LOAN-FOUND to true
               end-search
           end-if
           .

       weigh-one-installment section.
           move WS-LN-DATE-BOOKED (LN-IDX) to WS-DUE-DATE
           move LS-MONTH to WS-MONTHS-OUT
           perform compute-due-date
           if WS-DUE-DATE < WS-RUN-DATE
               add 1 to WS-LN-INSTALLMENTS-DUE (LN-IDX)
               compute WS-LN-AMOUNT-DUE (LN-IDX) =
                   WS-LN-AMOUNT-DUE (LN-IDX)
                       + LS-PRINCIPAL + LS-INTEREST
               if WS-LN-OLDEST-DUE (LN-IDX) = 0
                       or WS-DUE-DATE < WS-LN-OLDEST-DUE (LN-IDX)
                   move WS-DUE-DATE to WS-LN-OLDEST-DUE (LN-IDX)
               end-if
           end-if
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

       age-one-loan section.
           if not WS-LN-SCHEDULED (LN-IDX)
               add 1 to WS-LOANS-UNSCHEDULED
               move 0 to WS-DAYS-PAST-DUE
               move 1 to WS-BUCKET-NO
               perform write-detail-line
               exit section
           end-if

           move 0 to WS-DAYS-PAST-DUE
           if WS-LN-OLDEST-DUE (LN-IDX) > 0
               move WS-LN-OLDEST-DUE (LN-IDX) (1:4) to WS-RNG-1-YEAR
               move WS-LN-OLDEST-DUE (LN-IDX) (5:2) to WS-RNG-1-MONTH
               move WS-LN-OLDEST-DUE (LN-IDX) (7:2) to WS-RNG-1-DAY
               move WS-RUN-DATE(1:4) to WS-RNG-2-YEAR
               move WS-RUN-DATE(5:2) to WS-RNG-2-MONTH
               move WS-RUN-DATE(7:2) to WS-RNG-2-DAY
               call "datechkDateRange" using
                   by reference WS-RANGE-DATE-1
                   by reference WS-RANGE-DATE-2
                   by reference WS-DATE-FORMAT-FLAG
                   by reference WS-DAY-COUNT
                   by reference WS-BUSINESS-DAY-COUNT
               end-call
               if WS-DAY-COUNT > 0
                   move WS-DAY-COUNT to WS-DAYS-PAST-DUE
               end-if
           end-if

           evaluate true
               when WS-DAYS-PAST-DUE = 0
                   move 1 to WS-BUCKET-NO
               when WS-DAYS-PAST-DUE <= 30
                   move 2 to WS-BUCKET-NO
               when WS-DAYS-PAST-DUE <= 60
                   move 3 to WS-BUCKET-NO
               when WS-DAYS-PAST-DUE <= 90
                   move 4 to WS-BUCKET-NO
               when other
                   move 5 to WS-BUCKET-NO
           end-evaluate

           perform tally-loan-type
           if WS-DAYS-PAST-DUE > 0
               perform write-detail-line
           end-if
           if WS-DAYS-PAST-DUE >= WS-COLLECT-FROM-DAYS
               perform hand-off-to-collections
           end-if
           .

       tally-loan-type section.
           perform find-type-entry
           add 1 to WS-TYP-TALLY (TYP-IDX, WS-BUCKET-NO)
           add WS-LN-AMOUNT-DUE (LN-IDX)
               to WS-TYP-PAST-DUE (TYP-IDX, WS-BUCKET-NO)
           add 1 to WS-ALL-TALLY (WS-BUCKET-NO)
           add WS-LN-AMOUNT-DUE (LN-IDX)
               to WS-ALL-PAST-DUE (WS-BUCKET-NO)
           .

       find-type-entry section.
           set TYP-IDX to 1
           if WS-TYPE-COUNT > 0
               search WS-TYPE-ENTRY
                   at end
                       perform add-type-entry
                   when WS-TYP-CODE (TYP-IDX)
                           equal WS-LN-LOAN-TYPE (LN-IDX)
                       continue
               end-search
           else
               perform add-type-entry
           end-if
           .

       add-type-entry section.
           add 1 to WS-TYPE-COUNT
           set TYP-IDX to WS-TYPE-COUNT
           move WS-LN-LOAN-TYPE (LN-IDX) to WS-TYP-CODE (TYP-IDX)
           perform clear-one-type-bucket
               varying WS-BKT-IDX from 1 by 1
               until WS-BKT-IDX > 5
           .

       clear-one-type-bucket section.
           move 0 to WS-TYP-TALLY (TYP-IDX, WS-BKT-IDX)
           move 0 to WS-TYP-PAST-DUE (TYP-IDX, WS-BKT-IDX)
           .

       hand-off-to-collections section.
           move spaces to delinquent-record
           move WS-LN-CUSTOMER-NO (LN-IDX) to DLQ-CUSTOMER-NO
           move WS-LN-LOAN-NO (LN-IDX) to DLQ-LOAN-NO
           move WS-DAYS-PAST-DUE to DLQ-DAYS-PAST-DUE
           move WS-BUCKET-NAME (WS-BUCKET-NO) to DLQ-BUCKET
           move WS-LN-AMOUNT-DUE (LN-IDX) to DLQ-AMOUNT-PAST-DUE
           write delinquent-record
           add 1 to WS-LOANS-HANDED-OFF
           .

       write-aging-heading section.
           move spaces to aging-report-record
           string "Loan delinquency aging as of " delimited by size
                  WS-RUN-DATE delimited by size
               into aging-report-record
           end-string
           write aging-report-record
           move all "=" to aging-report-record
           write aging-report-record
           move spaces to aging-report-record
           string "LOAN NO         CUSTOMER   T  OLDEST DUE"
                      delimited by size
                  "  DAYS  BUCKET   INS     PAST DUE" delimited by size
               into aging-report-record
           end-string
           write aging-report-record
           .

       write-detail-line section.
           move spaces to WS-DETAIL-LINE
           move WS-LN-LOAN-NO (LN-IDX) to WS-DET-LOAN-NO
           move WS-LN-CUSTOMER-NO (LN-IDX) to WS-DET-CUSTOMER
           move WS-LN-LOAN-TYPE (LN-IDX) to WS-DET-TYPE
           move WS-LN-OLDEST-DUE (LN-IDX) to WS-DET-OLDEST-DUE
           move WS-DAYS-PAST-DUE to WS-DET-DAYS
           move WS-BUCKET-NAME (WS-BUCKET-NO) to WS-DET-BUCKET
           move WS-LN-INSTALLMENTS-DUE (LN-IDX) to WS-DET-INSTALLMENTS
           move WS-LN-AMOUNT-DUE (LN-IDX) to WS-DET-AMOUNT
           if not WS-LN-SCHEDULED (LN-IDX)
               move "NO SCHED" to WS-DET-NOTE
           else
               if WS-DAYS-PAST-DUE >= WS-COLLECT-FROM-DAYS
                   move "COLLECTNS" to WS-DET-NOTE
               end-if
           end-if
           write aging-report-record from WS-DETAIL-LINE
           .

       write-aging-totals section.
           perform write-one-type-block
               varying TYP-IDX from 1 by 1
               until TYP-IDX > WS-TYPE-COUNT

           move spaces to aging-report-record
           write aging-report-record
           move "ALL LOAN TYPES" to aging-report-record
           write aging-report-record
           perform write-one-all-bucket-line
               varying WS-BKT-IDX from 1 by 1
               until WS-BKT-IDX > 5

           move spaces to aging-report-record
           write aging-report-record
           move spaces to WS-COUNT-LINE
           move "LOANS READ" to WS-CNT-LABEL
           move WS-LOANS-READ to WS-CNT-VALUE
           write aging-report-record from WS-COUNT-LINE
           move "PAID OFF - NOT AGED" to WS-CNT-LABEL
           move WS-LOANS-CLOSED to WS-CNT-VALUE
           write aging-report-record from WS-COUNT-LINE
           move "NO SCHEDULE ON LOANSCHD" to WS-CNT-LABEL
           move WS-LOANS-UNSCHEDULED to WS-CNT-VALUE
           write aging-report-record from WS-COUNT-LINE
           move "OVER TABLE LIMIT - NOT AGED" to WS-CNT-LABEL
           move WS-LOANS-SKIPPED to WS-CNT-VALUE
           write aging-report-record from WS-COUNT-LINE
           move "HANDED TO COLLECTIONS" to WS-CNT-LABEL
           move WS-LOANS-HANDED-OFF to WS-CNT-VALUE
           write aging-report-record from WS-COUNT-LINE
           .

       write-one-type-block section.
           move spaces to aging-report-record
           write aging-report-record
           move spaces to aging-report-record
           string "LOAN TYPE " delimited by size
                  WS-TYP-CODE (TYP-IDX) delimited by size
               into aging-report-record
           end-string
           write aging-report-record
           perform write-one-type-bucket-line
               varying WS-BKT-IDX from 1 by 1
               until WS-BKT-IDX > 5
           .

       write-one-type-bucket-line section.
           move spaces to WS-BUCKET-LINE
           move WS-BUCKET-NAME (WS-BKT-IDX) to WS-BKL-NAME
           move WS-TYP-TALLY (TYP-IDX, WS-BKT-IDX) to WS-BKL-TALLY
           move WS-TYP-PAST-DUE (TYP-IDX, WS-BKT-IDX)
               to WS-BKL-PAST-DUE
           write aging-report-record from WS-BUCKET-LINE
           .

       write-one-all-bucket-line section.
           move spaces to WS-BUCKET-LINE
           move WS-BUCKET-NAME (WS-BKT-IDX) to WS-BKL-NAME
           move WS-ALL-TALLY (WS-BKT-IDX) to WS-BKL-TALLY
           move WS-ALL-PAST-DUE (WS-BKT-IDX) to WS-BKL-PAST-DUE
           write aging-report-record from WS-BUCKET-LINE
           .

       end program BBANK74P.
