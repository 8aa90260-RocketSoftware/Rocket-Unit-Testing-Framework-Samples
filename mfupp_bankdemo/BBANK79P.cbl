      $set sourceformat"variable"
       program-id. BBANK79P.

      *> Loan application and underwriting. A saved quote used to go
      *> straight to a booked loan through BBANK70P mode X with no
      *> record of who decided to lend or on what basis. A quote now
      *> becomes an application first, held on LOANAPPL.DAT, and
      *> only an approved application books:
      *>
      *>   openLoanApplication - the teller converts a live quote
      *>     (BBANK70P mode A). The customer's position is captured
      *>     as it stood that day: current credit limit and household
      *>     exposure (getCustomerAccountInfoById and
      *>     getCustomerHouseholdExposure), the reason they appeared
      *>     on the last credit review exceptions report
      *>     (CreditExceptions.txt) and their most advanced collections
      *>     stage (CollectionsStages.txt).
      *>   decideLoanApplication - an underwriter records approve,
      *>     decline or refer with a reason code (mode U). Never the
      *>     user who opened it; a referred application can be
      *>     decided again, an approved or declined one cannot.
      *>   checkLoanApplication - what mode X asks before booking.
      *>   markLoanApplicationBooked - mode X once the loan is on the
      *>     master.
      *>
      *> Run as a daily batch step (BBANK79P) it prints the pipeline
      *> to LoanPipeline.txt - applications by status and age, and
      *> those in underwriting longer than LOAN_UNDERWRITING_DAYS
      *> (default 5) listed, so lending can see what is stuck.
      *>
      *> Application status: P awaiting underwriting, R referred,
      *> A approved, D declined, B booked. Reason codes: OK meets
      *> policy (approve only), CR credit record, EX household
      *> exposure, AF affordability, CO in collections, DC
      *> documentation, PO policy exception.
       input-output section.
       file-control.
           select application-file assign to "LOANAPPL.DAT"
               organization is line sequential
               file status is WS-Appl-File-Status.

           select quote-file assign to "QUOTEFIL.DAT"
               organization is indexed
               access is random
               record key is QF-QUOTE-NO
               file status is WS-Quote-File-Status.

           select exceptions-file assign to "CreditExceptions.txt"
               organization is line sequential
               file status is WS-Exceptions-File-Status.

           select stage-file assign to "CollectionsStages.txt"
               organization is line sequential
               file status is WS-Stage-File-Status.

           select pipeline-report assign to "LoanPipeline.txt"
               organization is line sequential.

       data division.
       file section.
       fd  application-file.
       01  application-record.
           05 LA-QUOTE-NO           pic x(14).
           05                       pic x.
           05 LA-CUSTOMER-NO        pic 9(9).
           05                       pic x.
           05 LA-AMOUNT             pic 9(7).
           05                       pic x.
           05 LA-RATE               pic 9(3)v99.
           05                       pic x.
           05 LA-TERM               pic 9(3).
           05                       pic x.
           05 LA-LOAN-TYPE          pic x.
           05                       pic x.
           05 LA-STATUS             pic x.
           05                       pic x.
           05 LA-APPLIED-DATE       pic 9(8).
           05                       pic x.
           05 LA-APPLIED-BY         pic x(20).
           05                       pic x.
           05 LA-CREDIT-LIMIT       pic 9(9).
           05                       pic x.
           05 LA-HOUSEHOLD-EXPOSURE pic 9(11).
           05                       pic x.
           05 LA-LAST-EXCEPTION     pic x(20).
           05                       pic x.
           05 LA-COLLECTIONS-STAGE  pic x(8).
           05                       pic x.
           05 LA-DECISION-DATE      pic 9(8).
           05                       pic x.
           05 LA-DECIDED-BY         pic x(20).
           05                       pic x.
           05 LA-DECISION-REASON    pic x(2).

       fd  quote-file.
       01  quote-record.
           05 QF-QUOTE-NO           pic x(14).
           05 QF-AMOUNT             pic 9(7).
           05 QF-RATE               pic 9(3)v99.
           05 QF-TERM               pic 9(3).
           05 QF-PAYMENT            pic s9(7)v99 comp-3.
           05 QF-DATE-QUOTED        pic 9(8).
           05 QF-LOCK-EXPIRY        pic 9(8).
           05 QF-TELLER             pic x(4).
           05 QF-LOAN-TYPE          pic x.
           05 QF-RATE-INDEX         pic x(3).
           05 QF-RATE-MARGIN        pic 9(2)v99.
           05 QF-RESET-MONTHS       pic 9(3).

      *> the credit review exception line as creditReviewBatch
      *> writes it - customer Id in cols 1-9, reason in cols 81-100.
       fd  exceptions-file.
       01  exceptions-record.
           05 EXC-CUSTID            pic x(9).
           05                       pic x(71).
           05 EXC-REASON            pic x(20).

      *> the collections stage line as collectionsWorkflow keeps it.
       fd  stage-file.
       01  stage-record.
           05 STG-CUSTID            pic 9(9).
           05                       pic x.
           05 STG-STAGE             pic x(8).
           05                       pic x.
           05 STG-ENTERED           pic 9(8).

       fd  pipeline-report.
       01  pipeline-record          pic x(100).

       working-storage section.
       01 WS-Appl-File-Status      pic xx.
       01 WS-Quote-File-Status     pic xx.
       01 WS-Exceptions-File-Status pic xx.
       01 WS-Stage-File-Status     pic xx.
       01 WS-RUN-DATE              pic 9(8).
       01 WS-FOUND-FLAG            pic x.
           88 WS-ENTRY-FOUND           value "Y".

      *> in-memory copy of the application file - loaded, changed
      *> and rewritten whole.
       01 WS-APPL-COUNT            pic 9(5) value 0.
       01 WS-APPL-MAX              pic 9(5) value 5000.
       01 WS-APPL-TABLE.
           05 WS-APPL-ENTRY occurs 5000 times
                   indexed by APPL-IDX.
               10 WS-APL-QUOTE-NO      pic x(14).
               10 WS-APL-CUSTOMER-NO   pic 9(9).
               10 WS-APL-AMOUNT        pic 9(7).
               10 WS-APL-RATE          pic 9(3)v99.
               10 WS-APL-TERM          pic 9(3).
               10 WS-APL-LOAN-TYPE     pic x.
               10 WS-APL-STATUS        pic x.
                   88 WS-APL-PENDING       value "P".
                   88 WS-APL-REFERRED      value "R".
                   88 WS-APL-APPROVED      value "A".
                   88 WS-APL-DECLINED      value "D".
                   88 WS-APL-BOOKED        value "B".
                   88 WS-APL-UNDERWRITING  values "P" "R".
               10 WS-APL-APPLIED-DATE  pic 9(8).
               10 WS-APL-APPLIED-BY    pic x(20).
               10 WS-APL-CREDIT-LIMIT  pic 9(9).
               10 WS-APL-EXPOSURE      pic 9(11).
               10 WS-APL-LAST-EXCEPTION pic x(20).
               10 WS-APL-COLL-STAGE    pic x(8).
               10 WS-APL-DECISION-DATE pic 9(8).
               10 WS-APL-DECIDED-BY    pic x(20).
               10 WS-APL-REASON        pic x(2).

      *> the customer's position captured onto a new application.
       01 WS-CUSTOMER-ID           pic 9(9).
       01 WS-MAX-CREDIT            pic 9(9).
       01 WS-ACCOUNT-ACTIVE        pic x.
       01 WS-HOUSEHOLD-EXPOSURE    pic 9(11).
       01 WS-HOUSEHOLD-MEMBERS     pic 9(4).
       01 WS-LAST-EXCEPTION        pic x(20).
       01 WS-COLL-STAGE            pic x(8).
       01 WS-COLL-RUNG             pic 9.
       01 WS-LADDER.
           05                      pic x(8) value "NOTICE-1".
           05                      pic x(8) value "NOTICE-2".
           05                      pic x(8) value "FINAL".
           05                      pic x(8) value "REFER".
       01 WS-LADDER-TABLE redefines WS-LADDER.
           05 WS-LADDER-STAGE      pic x(8) occurs 4 times.
       01 WS-LADDER-IDX            pic 9.

      *> pipeline: count by status and age band. Age is days since
      *> the application for one still in underwriting, and days
      *> since the decision otherwise.
       01 WS-STATUS-CODES          pic x(5) value "PRADB".
       01 WS-STATUS-NAMES.
           05                      pic x(20) value "AWAITING UNDERWRITER".
           05                      pic x(20) value "REFERRED".
           05                      pic x(20) value "APPROVED, NOT BOOKED".
           05                      pic x(20) value "DECLINED".
           05                      pic x(20) value "BOOKED".
       01 WS-STATUS-NAME-TABLE redefines WS-STATUS-NAMES.
           05 WS-STATUS-NAME       pic x(20) occurs 5 times.
       01 WS-STATUS-SUB            pic 9.
       01 WS-MATCH-SUB             pic 9.
       01 WS-BAND-SUB              pic 9.
       01 WS-PIPELINE-GRID.
           05 WS-PIPE-STATUS occurs 5 times.
               10 WS-PIPE-BAND     pic 9(5) occurs 5 times.
       01 WS-BAND-LIMITS.
           05                      pic 9(3) value 2.
           05                      pic 9(3) value 5.
           05                      pic 9(3) value 10.
           05                      pic 9(3) value 30.
           05                      pic 9(3) value 999.
       01 WS-BAND-LIMIT-TABLE redefines WS-BAND-LIMITS.
           05 WS-BAND-LIMIT        pic 9(3) occurs 5 times.
       01 WS-AGE-DAYS              pic 9(5).
       01 WS-AGE-FROM              pic 9(8).
       01 WS-STUCK-DAYS            pic 9(3) value 5.
       01 WS-STUCK-DAYS-ENV        pic x(3).
       01 WS-STUCK-COUNT           pic 9(5) value 0.
       01 WS-WAITING-COUNT         pic 9(5) value 0.

       01 WS-GRID-LINE.
           05 WS-GRD-NAME          pic x(22).
           05 WS-GRD-BAND          pic zzzzz9 occurs 5 times.
           05                      pic x(2).
           05 WS-GRD-TOTAL         pic zzzzz9.
       01 WS-GRID-TOTAL            pic 9(5).

       01 WS-DETAIL-LINE.
           05                      pic x(2).
           05 WS-DTL-QUOTE-NO      pic x(14).
           05                      pic x(2).
           05 WS-DTL-CUSTOMER-NO   pic 9(9).
           05                      pic x(2).
           05 WS-DTL-AMOUNT        pic $$,$$$,$$9.
           05                      pic x(2).
           05 WS-DTL-STATUS        pic x.
           05                      pic x(2).
           05 WS-DTL-DATE          pic 9999/99/99.
           05                      pic x(2).
           05 WS-DTL-AGE           pic zzzz9.
           05                      pic x(2).
           05 WS-DTL-BY            pic x(20).
       01 WS-DATE-EDIT             pic 9999/99/99.

      *> central run-log identity (see batchrunlog).
       01 WS-RUNLOG-PROGRAM        pic x(20) value "BBANK79P".
       01 WS-RUNLOG-RUN-ID         pic x(14).
       01 WS-RUNLOG-RC             pic 9(4).
       01 WS-RUNLOG-EXCEPTIONS     pic 9(9) value 0.
       01 WS-RUNLOG-READ           pic 9(9) value 0.
       01 WS-RUNLOG-WRITTEN        pic 9(9) value 0.

       linkage section.
       01 LOAN-APPLICATION-PARM.
           05 LAP-QUOTE-NO          pic x(14).
           05 LAP-CUSTOMER-NO       pic 9(9).
           05 LAP-USER-ID           pic x(20).
      *> the underwriter's decision and why (decideLoanApplication).
           05 LAP-DECISION          pic x.
               88 LAP-DECISION-VALID    values "A" "D" "R".
               88 LAP-APPROVE           value "A".
           05 LAP-REASON            pic x(2).
               88 LAP-REASON-VALID      values "OK" "CR" "EX" "AF"
                                               "CO" "DC" "PO".
               88 LAP-REASON-MEETS-POLICY value "OK".
      *> what the application holds, returned for the screen.
           05 LAP-APP-STATUS        pic x.
           05 LAP-CREDIT-LIMIT      pic 9(9).
           05 LAP-HOUSEHOLD-EXPOSURE pic 9(11).
           05 LAP-LAST-EXCEPTION    pic x(20).
           05 LAP-COLLECTIONS-STAGE pic x(8).
      *> why nothing happened, so the screen can say.
           05 LAP-RESULT            pic x.
               88 LAP-OK                value "0".
               88 LAP-DUPLICATE         value "D".
               88 LAP-NOT-FOUND         value "N".
               88 LAP-EXPIRED           value "X".
               88 LAP-SAME-USER         value "S".
               88 LAP-BAD-DECISION      value "B".
               88 LAP-WRONG-STATUS      value "W".
               88 LAP-NO-CUSTOMER       value "C".
               88 LAP-LOOKUP-FAILED     value "L".
               88 LAP-FILE-ERROR        value "E".

       procedure division.
       start-of-code.
           call "datechkProcessingDate" using
               by reference WS-RUN-DATE
           end-call
           call "BatchRunLogStart" using
               by reference WS-RUNLOG-PROGRAM
               by reference WS-RUNLOG-RUN-ID
           end-call

           accept WS-STUCK-DAYS-ENV from environment
               "LOAN_UNDERWRITING_DAYS"
           if WS-STUCK-DAYS-ENV is numeric
                   and WS-STUCK-DAYS-ENV not equal spaces
               move WS-STUCK-DAYS-ENV to WS-STUCK-DAYS
           end-if

           perform load-application-file
           move WS-APPL-COUNT to WS-RUNLOG-READ
           initialize WS-PIPELINE-GRID
           perform age-one-application
               varying APPL-IDX from 1 by 1
               until APPL-IDX > WS-APPL-COUNT
           perform write-pipeline-report

           move WS-STUCK-COUNT to WS-RUNLOG-EXCEPTIONS
           if WS-STUCK-COUNT > 0
               move 4 to WS-RUNLOG-RC
           else
               move 0 to WS-RUNLOG-RC
           end-if
           call "BatchRunLogEnd" using
               by reference WS-RUNLOG-PROGRAM
               by reference WS-RUNLOG-RUN-ID
               by reference WS-RUNLOG-READ
               by reference WS-RUNLOG-WRITTEN
               by reference WS-RUNLOG-EXCEPTIONS
               by reference WS-RUNLOG-RC
           end-call
           goback returning WS-RUNLOG-RC.

      *>----------------------------------------------------------------
      *> openLoanApplication (teller) - the quote must be on file and
      *>  inside its lock, and the customer on file and active; the
      *>  customer's position is captured and the application waits
      *>  for an underwriter. A declined quote may be applied for
      *>  again; any other application for it is a duplicate.
      *>----------------------------------------------------------------
       open-application section.
       entry "openLoanApplication" using LOAN-APPLICATION-PARM.
           perform clear-returned-fields
           perform load-application-file
           perform find-application
           if WS-ENTRY-FOUND
               if not WS-APL-DECLINED (APPL-IDX)
                   perform return-application
                   set LAP-DUPLICATE to true
                   goback
               end-if
           else
               if WS-APPL-COUNT >= WS-APPL-MAX
                   set LAP-FILE-ERROR to true
                   goback
               end-if
           end-if

           call "datechkProcessingDate" using
               by reference WS-RUN-DATE
           end-call
           move LAP-QUOTE-NO to QF-QUOTE-NO
           open input quote-file
           if WS-Quote-File-Status not equal "00"
               set LAP-NOT-FOUND to true
               goback
           end-if
           read quote-file
           if WS-Quote-File-Status not equal "00"
               close quote-file
               set LAP-NOT-FOUND to true
               goback
           end-if
           close quote-file
           if WS-RUN-DATE > QF-LOCK-EXPIRY
               set LAP-EXPIRED to true
               goback
           end-if

           move LAP-CUSTOMER-NO to WS-CUSTOMER-ID
           call "getCustomerAccountInfoById" using
               by reference WS-CUSTOMER-ID
               by reference WS-MAX-CREDIT
               by reference WS-ACCOUNT-ACTIVE
           end-call
           evaluate return-code
               when 0
                   if WS-ACCOUNT-ACTIVE not equal "y"
                       set LAP-NO-CUSTOMER to true
                       goback
                   end-if
               when 1
               when 4
                   set LAP-NO-CUSTOMER to true
                   goback
               when other
                   set LAP-LOOKUP-FAILED to true
                   goback
           end-evaluate
           call "getCustomerHouseholdExposure" using
               by reference WS-CUSTOMER-ID
               by reference WS-MAX-CREDIT
               by reference WS-HOUSEHOLD-EXPOSURE
               by reference WS-HOUSEHOLD-MEMBERS
           end-call
           perform find-last-exception
           perform find-collections-stage

           if not WS-ENTRY-FOUND
               add 1 to WS-APPL-COUNT
               set APPL-IDX to WS-APPL-COUNT
           end-if
           move LAP-QUOTE-NO to WS-APL-QUOTE-NO (APPL-IDX)
           move LAP-CUSTOMER-NO to WS-APL-CUSTOMER-NO (APPL-IDX)
           move QF-AMOUNT to WS-APL-AMOUNT (APPL-IDX)
           move QF-RATE to WS-APL-RATE (APPL-IDX)
           move QF-TERM to WS-APL-TERM (APPL-IDX)
           move QF-LOAN-TYPE to WS-APL-LOAN-TYPE (APPL-IDX)
           set WS-APL-PENDING (APPL-IDX) to true
           move WS-RUN-DATE to WS-APL-APPLIED-DATE (APPL-IDX)
           move LAP-USER-ID to WS-APL-APPLIED-BY (APPL-IDX)
           move WS-MAX-CREDIT to WS-APL-CREDIT-LIMIT (APPL-IDX)
           move WS-HOUSEHOLD-EXPOSURE to WS-APL-EXPOSURE (APPL-IDX)
           move WS-LAST-EXCEPTION to WS-APL-LAST-EXCEPTION (APPL-IDX)
           move WS-COLL-STAGE to WS-APL-COLL-STAGE (APPL-IDX)
           move 0 to WS-APL-DECISION-DATE (APPL-IDX)
           move spaces to WS-APL-DECIDED-BY (APPL-IDX)
           move spaces to WS-APL-REASON (APPL-IDX)
           perform save-application-file
           if WS-Appl-File-Status not equal "00"
               set LAP-FILE-ERROR to true
               goback
           end-if
           perform return-application
           set LAP-OK to true
           goback.

      *>----------------------------------------------------------------
      *> decideLoanApplication (underwriter) - approve, decline or
      *>  refer with a reason. OK only goes with an approval. The user
      *>  who opened the application may not decide it.
      *>----------------------------------------------------------------
       decide-application section.
       entry "decideLoanApplication" using LOAN-APPLICATION-PARM.
           perform clear-returned-fields
           if not LAP-DECISION-VALID
                   or not LAP-REASON-VALID
               set LAP-BAD-DECISION to true
               goback
           end-if
           if LAP-REASON-MEETS-POLICY
                   and not LAP-APPROVE
               set LAP-BAD-DECISION to true
               goback
           end-if
           perform load-application-file
           perform find-application
           if not WS-ENTRY-FOUND
               set LAP-NOT-FOUND to true
               goback
           end-if
           perform return-application
           if not WS-APL-UNDERWRITING (APPL-IDX)
               set LAP-WRONG-STATUS to true
               goback
           end-if
           if WS-APL-APPLIED-BY (APPL-IDX) equal LAP-USER-ID
               set LAP-SAME-USER to true
               goback
           end-if

           call "datechkProcessingDate" using
               by reference WS-RUN-DATE
           end-call
           move LAP-DECISION to WS-APL-STATUS (APPL-IDX)
           move WS-RUN-DATE to WS-APL-DECISION-DATE (APPL-IDX)
           move LAP-USER-ID to WS-APL-DECIDED-BY (APPL-IDX)
           move LAP-REASON to WS-APL-REASON (APPL-IDX)
           perform save-application-file
           if WS-Appl-File-Status not equal "00"
               set LAP-FILE-ERROR to true
               goback
           end-if
           perform return-application
           set LAP-OK to true
           goback.

      *>----------------------------------------------------------------
      *> checkLoanApplication - returns the application as it stands;
      *>  the caller decides what its status allows.
      *>----------------------------------------------------------------
       check-application section.
       entry "checkLoanApplication" using LOAN-APPLICATION-PARM.
           perform clear-returned-fields
           perform load-application-file
           perform find-application
           if not WS-ENTRY-FOUND
               set LAP-NOT-FOUND to true
               goback
           end-if
           perform return-application
           set LAP-OK to true
           goback.

      *>----------------------------------------------------------------
      *> markLoanApplicationBooked - the approved application's loan
      *>  is on the master.
      *>----------------------------------------------------------------
       mark-application-booked section.
       entry "markLoanApplicationBooked" using LOAN-APPLICATION-PARM.
           perform clear-returned-fields
           perform load-application-file
           perform find-application
           if not WS-ENTRY-FOUND
               set LAP-NOT-FOUND to true
               goback
           end-if
           if not WS-APL-APPROVED (APPL-IDX)
               perform return-application
               set LAP-WRONG-STATUS to true
               goback
           end-if
           call "datechkProcessingDate" using
               by reference WS-RUN-DATE
           end-call
           set WS-APL-BOOKED (APPL-IDX) to true
           move WS-RUN-DATE to WS-APL-DECISION-DATE (APPL-IDX)
           perform save-application-file
           perform return-application
           set LAP-OK to true
           goback.

       clear-returned-fields section.
           move space to LAP-APP-STATUS
           move 0 to LAP-CREDIT-LIMIT
           move 0 to LAP-HOUSEHOLD-EXPOSURE
           move spaces to LAP-LAST-EXCEPTION
           move spaces to LAP-COLLECTIONS-STAGE
           .

       return-application section.
           move WS-APL-CUSTOMER-NO (APPL-IDX) to LAP-CUSTOMER-NO
           move WS-APL-STATUS (APPL-IDX) to LAP-APP-STATUS
           move WS-APL-CREDIT-LIMIT (APPL-IDX) to LAP-CREDIT-LIMIT
           move WS-APL-EXPOSURE (APPL-IDX) to LAP-HOUSEHOLD-EXPOSURE
           move WS-APL-LAST-EXCEPTION (APPL-IDX) to LAP-LAST-EXCEPTION
           move WS-APL-COLL-STAGE (APPL-IDX) to LAP-COLLECTIONS-STAGE
           .

       find-application section.
           move "N" to WS-FOUND-FLAG
           set APPL-IDX to 1
           if WS-APPL-COUNT > 0
               search WS-APPL-ENTRY
                   at end
                       continue
                   when APPL-IDX > WS-APPL-COUNT
                       continue
                   when WS-APL-QUOTE-NO (APPL-IDX) equal LAP-QUOTE-NO
                       set WS-ENTRY-FOUND to true
               end-search
           end-if
           .

      *> the report is rebuilt nightly, so the last line for the
      *> customer is the latest reason they were on it.
       find-last-exception section.
           move "NONE" to WS-LAST-EXCEPTION
           open input exceptions-file
           if WS-Exceptions-File-Status equal "00"
               perform check-one-exception
                   until WS-Exceptions-File-Status not equal "00"
               close exceptions-file
           end-if
           .

       check-one-exception section.
           read exceptions-file
           if WS-Exceptions-File-Status equal "00"
               if EXC-CUSTID is numeric
                       and EXC-CUSTID equal LAP-CUSTOMER-NO
                   move EXC-REASON to WS-LAST-EXCEPTION
               end-if
           end-if
           .

      *> a customer can be staged once for the credit review and
      *> once per delinquent loan; the furthest up the ladder counts.
       find-collections-stage section.
           move "NONE" to WS-COLL-STAGE
           move 0 to WS-COLL-RUNG
           open input stage-file
           if WS-Stage-File-Status equal "00"
               perform check-one-stage
                   until WS-Stage-File-Status not equal "00"
               close stage-file
           end-if
           .

       check-one-stage section.
           read stage-file
           if WS-Stage-File-Status equal "00"
               if STG-CUSTID is numeric
                       and STG-CUSTID equal LAP-CUSTOMER-NO
                   perform rank-one-stage
                       varying WS-LADDER-IDX from 1 by 1
                       until WS-LADDER-IDX > 4
               end-if
           end-if
           .

       rank-one-stage section.
           if STG-STAGE equal WS-LADDER-STAGE (WS-LADDER-IDX)
                   and WS-LADDER-IDX > WS-COLL-RUNG
               move WS-LADDER-IDX to WS-COLL-RUNG
               move STG-STAGE to WS-COLL-STAGE
           end-if
           .

       load-application-file section.
           move 0 to WS-APPL-COUNT
           open input application-file
           if WS-Appl-File-Status equal "00"
               perform read-one-application
                   until WS-Appl-File-Status not equal "00"
                       or WS-APPL-COUNT equal WS-APPL-MAX
               close application-file
           end-if
           .

       read-one-application section.
           read application-file
           if WS-Appl-File-Status equal "00"
               add 1 to WS-APPL-COUNT
               set APPL-IDX to WS-APPL-COUNT
               move LA-QUOTE-NO to WS-APL-QUOTE-NO (APPL-IDX)
               move LA-CUSTOMER-NO to WS-APL-CUSTOMER-NO (APPL-IDX)
               move LA-AMOUNT to WS-APL-AMOUNT (APPL-IDX)
               move LA-RATE to WS-APL-RATE (APPL-IDX)
               move LA-TERM to WS-APL-TERM (APPL-IDX)
               move LA-LOAN-TYPE to WS-APL-LOAN-TYPE (APPL-IDX)
               move LA-STATUS to WS-APL-STATUS (APPL-IDX)
               move LA-APPLIED-DATE to WS-APL-APPLIED-DATE (APPL-IDX)
               move LA-APPLIED-BY to WS-APL-APPLIED-BY (APPL-IDX)
               move LA-CREDIT-LIMIT to WS-APL-CREDIT-LIMIT (APPL-IDX)
               move LA-HOUSEHOLD-EXPOSURE
                   to WS-APL-EXPOSURE (APPL-IDX)
               move LA-LAST-EXCEPTION
                   to WS-APL-LAST-EXCEPTION (APPL-IDX)
               move LA-COLLECTIONS-STAGE
                   to WS-APL-COLL-STAGE (APPL-IDX)
               move LA-DECISION-DATE
                   to WS-APL-DECISION-DATE (APPL-IDX)
               move LA-DECIDED-BY to WS-APL-DECIDED-BY (APPL-IDX)
               move LA-DECISION-REASON to WS-APL-REASON (APPL-IDX)
           end-if
           .

       save-application-file section.
           open output application-file
           if WS-Appl-File-Status not equal "00"
               exit section
           end-if
           perform write-one-application
               varying APPL-IDX from 1 by 1
               until APPL-IDX > WS-APPL-COUNT
           close application-file
           .

       write-one-application section.
           move spaces to application-record
           move WS-APL-QUOTE-NO (APPL-IDX) to LA-QUOTE-NO
           move WS-APL-CUSTOMER-NO (APPL-IDX) to LA-CUSTOMER-NO
           move WS-APL-AMOUNT (APPL-IDX) to LA-AMOUNT
           move WS-APL-RATE (APPL-IDX) to LA-RATE
           move WS-APL-TERM (APPL-IDX) to LA-TERM
           move WS-APL-LOAN-TYPE (APPL-IDX) to LA-LOAN-TYPE
           move WS-APL-STATUS (APPL-IDX) to LA-STATUS
           move WS-APL-APPLIED-DATE (APPL-IDX) to LA-APPLIED-DATE
           move WS-APL-APPLIED-BY (APPL-IDX) to LA-APPLIED-BY
           move WS-APL-CREDIT-LIMIT (APPL-IDX) to LA-CREDIT-LIMIT
           move WS-APL-EXPOSURE (APPL-IDX) to LA-HOUSEHOLD-EXPOSURE
           move WS-APL-LAST-EXCEPTION (APPL-IDX) to LA-LAST-EXCEPTION
           move WS-APL-COLL-STAGE (APPL-IDX) to LA-COLLECTIONS-STAGE
           move WS-APL-DECISION-DATE (APPL-IDX) to LA-DECISION-DATE
           move WS-APL-DECIDED-BY (APPL-IDX) to LA-DECIDED-BY
           move WS-APL-REASON (APPL-IDX) to LA-DECISION-REASON
           write application-record
           .

      *>----------------------------------------------------------------
      *> daily pipeline run.
      *>----------------------------------------------------------------
       age-one-application section.
           move 0 to WS-STATUS-SUB
           perform match-one-status
               varying WS-MATCH-SUB from 1 by 1
               until WS-MATCH-SUB > 5
           if WS-STATUS-SUB = 0
               exit section
           end-if

           if WS-APL-UNDERWRITING (APPL-IDX)
                   or WS-APL-DECISION-DATE (APPL-IDX) = 0
               move WS-APL-APPLIED-DATE (APPL-IDX) to WS-AGE-FROM
           else
               move WS-APL-DECISION-DATE (APPL-IDX) to WS-AGE-FROM
           end-if
           perform compute-age-days

      *> the last band takes everything older, so the walk stops on
      *> it and never reads a limit past the table.
           perform find-age-band
               varying WS-BAND-SUB from 1 by 1
               until WS-BAND-SUB = 5
                  or WS-AGE-DAYS <= WS-BAND-LIMIT (WS-BAND-SUB)
           add 1 to WS-PIPE-BAND (WS-STATUS-SUB, WS-BAND-SUB)

           if WS-APL-UNDERWRITING (APPL-IDX)
               add 1 to WS-WAITING-COUNT
               if WS-AGE-DAYS > WS-STUCK-DAYS
                   add 1 to WS-STUCK-COUNT
               end-if
           end-if
           .

       match-one-status section.
           if WS-APL-STATUS (APPL-IDX)
                   equal WS-STATUS-CODES(WS-MATCH-SUB:1)
               move WS-MATCH-SUB to WS-STATUS-SUB
           end-if
           .

       find-age-band section.
           continue
           .

       compute-age-days section.
           if WS-AGE-FROM > 0 and WS-AGE-FROM <= WS-RUN-DATE
               compute WS-AGE-DAYS =
                   function integer-of-date(WS-RUN-DATE)
                 - function integer-of-date(WS-AGE-FROM)
           else
               move 0 to WS-AGE-DAYS
           end-if
           .

       write-pipeline-report section.
           open output pipeline-report
           move WS-RUN-DATE to WS-DATE-EDIT
           move spaces to pipeline-record
           string "Loan application pipeline - " delimited by size
                  WS-DATE-EDIT delimited by size
               into pipeline-record
           end-string
           write pipeline-record
           move all "=" to pipeline-record
           write pipeline-record
           move spaces to pipeline-record
           write pipeline-record
           move spaces to pipeline-record
           string "STATUS / DAYS AGED    " delimited by size
                  "   0-2   3-5  6-10 11-30   31+" delimited by size
                  "   TOTAL" delimited by size
               into pipeline-record
           end-string
           write pipeline-record
           perform write-one-grid-line
               varying WS-STATUS-SUB from 1 by 1
               until WS-STATUS-SUB > 5
           move spaces to pipeline-record
           write pipeline-record
           move spaces to pipeline-record
           string "Age is days since the application while in "
                      delimited by size
                  "underwriting, since the decision after."
                      delimited by size
               into pipeline-record
           end-string
           write pipeline-record
           move spaces to pipeline-record
           write pipeline-record

           move WS-STUCK-DAYS to WS-DTL-AGE
           move spaces to pipeline-record
           string "IN UNDERWRITING MORE THAN" delimited by size
                  WS-DTL-AGE delimited by size
                  " DAYS" delimited by size
               into pipeline-record
           end-string
           write pipeline-record
           move all "-" to pipeline-record
           write pipeline-record
           if WS-STUCK-COUNT = 0
               move "  (NONE)" to pipeline-record
               write pipeline-record
           else
               perform list-one-stuck-application
                   varying APPL-IDX from 1 by 1
                   until APPL-IDX > WS-APPL-COUNT
           end-if
           move spaces to pipeline-record
           write pipeline-record

           move "APPROVED, AWAITING BOOKING" to pipeline-record
           write pipeline-record
           move all "-" to pipeline-record
           write pipeline-record
           perform list-one-approved-application
               varying APPL-IDX from 1 by 1
               until APPL-IDX > WS-APPL-COUNT
           move spaces to pipeline-record
           write pipeline-record

           move spaces to pipeline-record
           string WS-APPL-COUNT delimited by size
                  " application(s), " delimited by size
                  WS-WAITING-COUNT delimited by size
                  " in underwriting, " delimited by size
                  WS-STUCK-COUNT delimited by size
                  " over the limit" delimited by size
               into pipeline-record
           end-string
           write pipeline-record
           close pipeline-report
           .

       write-one-grid-line section.
           move spaces to WS-GRID-LINE
           move WS-STATUS-NAME (WS-STATUS-SUB) to WS-GRD-NAME
           move 0 to WS-GRID-TOTAL
           perform fill-one-grid-band
               varying WS-BAND-SUB from 1 by 1
               until WS-BAND-SUB > 5
           move WS-GRID-TOTAL to WS-GRD-TOTAL
           write pipeline-record from WS-GRID-LINE
           add 1 to WS-RUNLOG-WRITTEN
           .

       fill-one-grid-band section.
           move WS-PIPE-BAND (WS-STATUS-SUB, WS-BAND-SUB)
               to WS-GRD-BAND (WS-BAND-SUB)
           add WS-PIPE-BAND (WS-STATUS-SUB, WS-BAND-SUB)
               to WS-GRID-TOTAL
           .

       list-one-stuck-application section.
           if WS-APL-UNDERWRITING (APPL-IDX)
               move WS-APL-APPLIED-DATE (APPL-IDX) to WS-AGE-FROM
               perform compute-age-days
               if WS-AGE-DAYS > WS-STUCK-DAYS
                   perform write-application-detail
               end-if
           end-if
           .

       list-one-approved-application section.
           if WS-APL-APPROVED (APPL-IDX)
               move WS-APL-DECISION-DATE (APPL-IDX) to WS-AGE-FROM
               perform compute-age-days
               perform write-application-detail
           end-if
           .

       write-application-detail section.
           move spaces to WS-DETAIL-LINE
           move WS-APL-QUOTE-NO (APPL-IDX) to WS-DTL-QUOTE-NO
           move WS-APL-CUSTOMER-NO (APPL-IDX) to WS-DTL-CUSTOMER-NO
           move WS-APL-AMOUNT (APPL-IDX) to WS-DTL-AMOUNT
           move WS-APL-STATUS (APPL-IDX) to WS-DTL-STATUS
           move WS-AGE-FROM to WS-DTL-DATE
           move WS-AGE-DAYS to WS-DTL-AGE
           if WS-APL-UNDERWRITING (APPL-IDX)
               move WS-APL-APPLIED-BY (APPL-IDX) to WS-DTL-BY
           else
               move WS-APL-DECIDED-BY (APPL-IDX) to WS-DTL-BY
           end-if
           write pipeline-record from WS-DETAIL-LINE
           .

       end program BBANK79P.
