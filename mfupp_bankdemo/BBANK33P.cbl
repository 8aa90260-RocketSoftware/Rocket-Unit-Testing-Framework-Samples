      $set sourceformat"variable"
       program-id. BBANK33P.

      *> Fee reversal and refund. A fee BBANK31P posted in error used
      *> to be reversed by hand on the ledger, and FEEPOST never knew.
      *> Reversals are now keyed and dual-authorized, the same
      *> maker/checker shape as creditLimitMaint:
      *>
      *>   requestFeeReversal - one user keys the account, fee code,
      *>     posting month (yyyymm) and reason; the posting is looked
      *>     up on the fee-posting history (FEEPOSTH.DAT) and the
      *>     reversal is held on FEEREVPEND.DAT - nothing moves yet.
      *>   approveFeeReversal - a second user confirms it (never the
      *>     one who keyed it). Only now is the reversing R line
      *>     written to the history, and the fee is credited back to
      *>     the customer's standing against FEE_MONTHLY_CAP on
      *>     FEECAPPOS.DAT, so the refund frees up cap room. Overdraft
      *>     fees never count against the cap and are not credited.
      *>
      *> Run as a batch step (BBANK33P) at month end it takes the
      *> reversals approved in the processing month and writes:
      *>   - the reversing journal FEEREVGL.DAT, in the FEEGLJRNL.DAT
      *>     import layout: fee-income debits by fee code and the
      *>     matching receivable credit, header and balancing trailer;
      *>   - FeeReversals.txt, each reversal and the month's totals
      *>     by reason code broken down by fee code, so the tiers that
      *>     draw the complaints show up, with the journal control
      *>     and the reversals still awaiting a checker.
      *>
      *> Reason codes: ER posted in error, GW goodwill, DS customer
      *> dispute, SY system error.
       input-output section.
       file-control.
           select fee-history-file assign to "FEEPOSTH.DAT"
               organization is line sequential
               file status is WS-History-File-Status.

           select pending-reversal-file assign to "FEEREVPEND.DAT"
               organization is line sequential
               file status is WS-Pending-File-Status.

           select cap-position-file assign to "FEECAPPOS.DAT"
               organization is line sequential
               file status is WS-Cap-File-Status.

           select gl-journal-file assign to "FEEREVGL.DAT"
               organization is line sequential.

           select reversal-report assign to "FeeReversals.txt"
               organization is line sequential.

       data division.
       file section.
      *> one line per posting (P) or approved reversal (R).
       fd  fee-history-file.
       01  fee-history-record.
           05 FPH-PERIOD            pic 9(6).
           05                       pic x.
           05 FPH-ENTRY-TYPE        pic x.
               88 FPH-POSTING           value "P".
               88 FPH-REVERSAL          value "R".
           05                       pic x.
           05 FPH-ACCOUNT-NO        pic 9(10).
           05                       pic x.
           05 FPH-CUSTOMER-NO       pic x(9).
           05                       pic x.
           05 FPH-FEE-CODE          pic x(2).
           05                       pic x.
           05 FPH-FEE-AMOUNT        pic 9(3)v99.
           05                       pic x.
           05 FPH-WAIVER-RULE       pic x(2).
           05                       pic x.
           05 FPH-REASON            pic x(2).
           05                       pic x.
           05 FPH-REQUESTED-BY      pic x(20).
           05                       pic x.
           05 FPH-APPROVED-BY       pic x(20).
           05                       pic x.
           05 FPH-ENTRY-DATE        pic 9(8).

       fd  pending-reversal-file.
       01  pending-reversal-record.
           05 PRV-ACCOUNT-NO        pic 9(10).
           05                       pic x.
           05 PRV-FEE-CODE          pic x(2).
           05                       pic x.
           05 PRV-POST-MONTH        pic 9(6).
           05                       pic x.
           05 PRV-REASON            pic x(2).
           05                       pic x.
           05 PRV-AMOUNT            pic 9(3)v99.
           05                       pic x.
           05 PRV-CUSTOMER-NO       pic x(9).
           05                       pic x.
           05 PRV-REQUESTED-BY      pic x(20).
           05                       pic x.
           05 PRV-REQUEST-DATE      pic 9(8).

       fd  cap-position-file.
       01  cap-position-record.
           05 FCP-PERIOD            pic 9(6).
           05                       pic x.
           05 FCP-CUSTOMER-NO       pic 9(9).
           05                       pic x.
           05 FCP-FEES-CHARGED      pic 9(7)v99.
           05                       pic x.
           05 FCP-FEES-REFUNDED     pic 9(7)v99.

       fd  gl-journal-file.
       01  gl-journal-record        pic x(80).

       fd  reversal-report.
       01  reversal-report-record   pic x(100).

       working-storage section.
       01 WS-History-File-Status   pic xx.
       01 WS-Pending-File-Status   pic xx.
       01 WS-Cap-File-Status       pic xx.
       01 WS-RUN-DATE              pic 9(8).
       01 WS-FOUND-FLAG            pic x.
           88 WS-ENTRY-FOUND           value "Y".
       01 WS-REVERSED-FLAG         pic x.
           88 WS-ALREADY-REVERSED      value "Y".

      *> the posting being reversed, as found on the history.
       01 WS-POSTED-AMOUNT         pic 9(3)v99.
       01 WS-POSTED-CUSTOMER       pic x(9).
       01 WS-POSTED-CUSTOMER-NO redefines WS-POSTED-CUSTOMER
                                   pic 9(9).

      *> in-memory copy of the pending file - a handful of reversals
      *> in flight at once, loaded, changed and rewritten whole.
       01 WS-PEND-COUNT            pic 9(3) value 0.
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY occurs 100 times
                   indexed by PEND-IDX.
               10 WS-PEND-ACCOUNT-NO   pic 9(10).
               10 WS-PEND-FEE-CODE     pic x(2).
               10 WS-PEND-POST-MONTH   pic 9(6).
               10 WS-PEND-REASON       pic x(2).
               10 WS-PEND-AMOUNT       pic 9(3)v99.
               10 WS-PEND-CUSTOMER-NO  pic x(9).
               10 WS-PEND-REQUESTED-BY pic x(20).
               10 WS-PEND-REQUEST-DATE pic 9(8).
               10 WS-PEND-STATUS       pic x.
                   88 WS-PEND-IS-PENDING   value "P".
                   88 WS-PEND-IS-DONE      value "A".

      *> the cap positions, loaded and rewritten when one is credited.
       01 WS-CAP-COUNT             pic 9(5) comp-5 value 0.
       01 WS-CAP-TABLE.
           05 WS-CAP-ENTRY occurs 10000 times
                   indexed by CAP-IDX.
               10 WS-CAP-PERIOD        pic 9(6).
               10 WS-CAP-CUSTOMER-NO   pic 9(9).
               10 WS-CAP-CHARGED       pic 9(7)v99.
               10 WS-CAP-REFUNDED      pic 9(7)v99.

      *> month-end totals by reason and fee code, and by fee code
      *> alone for the journal.
       01 WS-REASON-COUNT          pic 9(3) value 0.
       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY occurs 100 times
                   indexed by RSN-IDX.
               10 WS-RSN-REASON        pic x(2).
               10 WS-RSN-FEE-CODE      pic x(2).
               10 WS-RSN-COUNT         pic 9(7).
               10 WS-RSN-AMOUNT        pic 9(9)v99.
       01 WS-CODE-COUNT            pic 9(3) value 0.
       01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY occurs 20 times
                   indexed by CODE-IDX.
               10 WS-CODE-FEE-CODE     pic x(2).
               10 WS-CODE-AMOUNT       pic 9(9)v99.
       01 WS-SORT-REASON           pic x(2).
       01 WS-REASON-LIST           pic x(8) value "ERGWDSSY".
       01 WS-REASON-SUB            pic 9 comp-5.
       01 WS-REASON-WORDING        pic x(20).
       01 WS-REVERSALS-COUNTED     pic 9(7) value 0.
       01 WS-REVERSALS-TOTAL       pic 9(9)v99 value 0.
       01 WS-PENDING-COUNTED       pic 9(7) value 0.
       01 WS-PENDING-TOTAL         pic 9(9)v99 value 0.

      *> GL journal work fields - the ledger's fixed import layout,
      *> as BBANK31P writes it.
       78 GL-FEE-INCOME-ACCT           value 4100.
       78 GL-FEE-RECEIVABLE-ACCT       value 1200.
       01 WS-GL-PERIOD             pic x(6).
       01 WS-GL-RUN-ID             pic x(8).
       01 WS-GL-DEBIT-TOTAL        pic 9(11)v99 value 0.
       01 WS-GL-CREDIT-TOTAL       pic 9(11)v99 value 0.
       01 WS-GL-AMOUNT             pic 9(11)v99.
       01 WS-GL-AMOUNT-X redefines WS-GL-AMOUNT pic x(13).
       01 WS-GL-DETAIL-RECORD.
           05 WS-GL-DET-TYPE        pic x.
           05 WS-GL-DET-ACCOUNT     pic 9(4).
           05 WS-GL-DET-CODE        pic x(4).
           05 WS-GL-DET-SIGN        pic x value "+".
           05 WS-GL-DET-AMOUNT      pic x(13).
           05 WS-GL-DET-NAME        pic x(40).
       01 WS-GL-HEADER-RECORD.
           05                       pic x value "H".
           05 WS-GL-HDR-PERIOD      pic x(6).
           05 WS-GL-HDR-RUN-ID      pic x(8).
       01 WS-GL-TRAILER-RECORD.
           05                       pic x value "T".
           05 WS-GL-TRL-DEBITS      pic 9(13)v99.
           05 WS-GL-TRL-CREDITS     pic 9(13)v99.

       01 WS-DETAIL-LINE.
           05                       pic x(2).
           05 WS-DTL-ACCOUNT-NO     pic 9(10).
           05                       pic x(2).
           05 WS-DTL-FEE-CODE       pic x(2).
           05                       pic x(2).
           05 WS-DTL-POST-MONTH     pic 9(6).
           05                       pic x(2).
           05 WS-DTL-AMOUNT         pic zz9.99.
           05                       pic x(2).
           05 WS-DTL-REASON         pic x(2).
           05                       pic x(2).
           05 WS-DTL-REQUESTED-BY   pic x(20).
           05                       pic x(1).
           05 WS-DTL-APPROVED-BY    pic x(20).

       01 WS-TOTALS-LINE.
           05                       pic x(2).
           05 WS-TOT-LABEL          pic x(30).
           05                       pic x(8) value " COUNT ".
           05 WS-TOT-COUNT          pic z(6)9.
           05                       pic x(9) value " AMOUNT ".
           05 WS-TOT-AMOUNT         pic z(8)9.99.

       linkage section.
       01 FEE-REVERSAL-PARM.
           05 FRV-ACCOUNT-NO        pic 9(10).
           05 FRV-FEE-CODE          pic x(2).
           05 FRV-POST-MONTH        pic 9(6).
           05 FRV-REASON            pic x(2).
               88 FRV-REASON-VALID      values "ER" "GW" "DS" "SY".
           05 FRV-USER-ID           pic x(20).
      *> the fee being refunded, returned from the posting found.
           05 FRV-AMOUNT            pic 9(3)v99.
      *> why nothing happened, so the screen can say.
           05 FRV-STATUS            pic x.
               88 FRV-OK                value "0".
               88 FRV-DUPLICATE         value "D".
               88 FRV-NOT-FOUND         value "N".
               88 FRV-SAME-USER         value "S".
               88 FRV-ALREADY-REVERSED  value "R".
               88 FRV-NOTHING-CHARGED   value "Z".
               88 FRV-BAD-REASON        value "B".
               88 FRV-FILE-ERROR        value "E".

       procedure division.
       start-of-code.
           call "datechkProcessingDate" using
               by reference WS-RUN-DATE
           end-call
           move WS-RUN-DATE(1:6) to WS-GL-PERIOD
           move WS-RUN-DATE to WS-GL-RUN-ID

           open input fee-history-file
           if WS-History-File-Status equal "00"
               perform tally-one-history-line
                   until WS-History-File-Status not equal "00"
               close fee-history-file
           end-if
           perform load-pending-file
           perform count-one-pending
               varying PEND-IDX from 1 by 1
               until PEND-IDX > WS-PEND-COUNT

           perform write-reversal-journal
           perform write-reversal-report
           goback.

      *>----------------------------------------------------------------
      *> requestFeeReversal (maker) - checks the posting exists, has a
      *>  fee to give back and is not already reversed, then holds the
      *>  reversal on the pending file for a second user.
      *>----------------------------------------------------------------
       request-reversal section.
       entry "requestFeeReversal" using FEE-REVERSAL-PARM.
           move 0 to FRV-AMOUNT
           if not FRV-REASON-VALID
               set FRV-BAD-REASON to true
               goback
           end-if
           perform load-pending-file
           perform find-pending-entry
           if WS-ENTRY-FOUND
               set FRV-DUPLICATE to true
               goback
           end-if
           perform find-posting
           evaluate true
               when not WS-ENTRY-FOUND
                   set FRV-NOT-FOUND to true
                   goback
               when WS-ALREADY-REVERSED
                   set FRV-ALREADY-REVERSED to true
                   goback
               when WS-POSTED-AMOUNT = 0
                   set FRV-NOTHING-CHARGED to true
                   goback
           end-evaluate
           if WS-PEND-COUNT >= 100
               set FRV-FILE-ERROR to true
               goback
           end-if

           call "datechkProcessingDate" using
               by reference WS-RUN-DATE
           end-call
           add 1 to WS-PEND-COUNT
           set PEND-IDX to WS-PEND-COUNT
           move FRV-ACCOUNT-NO to WS-PEND-ACCOUNT-NO (PEND-IDX)
           move FRV-FEE-CODE to WS-PEND-FEE-CODE (PEND-IDX)
           move FRV-POST-MONTH to WS-PEND-POST-MONTH (PEND-IDX)
           move FRV-REASON to WS-PEND-REASON (PEND-IDX)
           move WS-POSTED-AMOUNT to WS-PEND-AMOUNT (PEND-IDX)
           move WS-POSTED-CUSTOMER to WS-PEND-CUSTOMER-NO (PEND-IDX)
           move FRV-USER-ID to WS-PEND-REQUESTED-BY (PEND-IDX)
           move WS-RUN-DATE to WS-PEND-REQUEST-DATE (PEND-IDX)
           set WS-PEND-IS-PENDING (PEND-IDX) to true
           perform save-pending-file
           move WS-POSTED-AMOUNT to FRV-AMOUNT
           set FRV-OK to true
           goback.

      *>----------------------------------------------------------------
      *> approveFeeReversal (checker) - a second user confirms the held
      *>  reversal; the history gets its R line and the customer's cap
      *>  position is credited. The requester may not approve their
      *>  own reversal.
      *>----------------------------------------------------------------
       approve-reversal section.
       entry "approveFeeReversal" using FEE-REVERSAL-PARM.
           move 0 to FRV-AMOUNT
           perform load-pending-file
           perform find-pending-entry
           if not WS-ENTRY-FOUND
               set FRV-NOT-FOUND to true
               goback
           end-if
           if WS-PEND-REQUESTED-BY (PEND-IDX) equal FRV-USER-ID
               set FRV-SAME-USER to true
               goback
           end-if
      *> a reversal already approved under another key-in stops here.
           perform find-posting
           if WS-ALREADY-REVERSED
               set WS-PEND-IS-DONE (PEND-IDX) to true
               perform save-pending-file
               set FRV-ALREADY-REVERSED to true
               goback
           end-if

           call "datechkProcessingDate" using
               by reference WS-RUN-DATE
           end-call
           open extend fee-history-file
           if WS-History-File-Status not equal "00"
               set FRV-FILE-ERROR to true
               goback
           end-if
           move spaces to fee-history-record
           move WS-PEND-POST-MONTH (PEND-IDX) to FPH-PERIOD
           set FPH-REVERSAL to true
           move WS-PEND-ACCOUNT-NO (PEND-IDX) to FPH-ACCOUNT-NO
           move WS-PEND-CUSTOMER-NO (PEND-IDX) to FPH-CUSTOMER-NO
           move WS-PEND-FEE-CODE (PEND-IDX) to FPH-FEE-CODE
           move WS-PEND-AMOUNT (PEND-IDX) to FPH-FEE-AMOUNT
           move WS-PEND-REASON (PEND-IDX) to FPH-REASON
           move WS-PEND-REQUESTED-BY (PEND-IDX) to FPH-REQUESTED-BY
           move FRV-USER-ID to FPH-APPROVED-BY
           move WS-RUN-DATE to FPH-ENTRY-DATE
           write fee-history-record
           close fee-history-file

           if WS-PEND-FEE-CODE (PEND-IDX) not equal "OD"
               perform credit-cap-position
           end-if

           move WS-PEND-AMOUNT (PEND-IDX) to FRV-AMOUNT
           set WS-PEND-IS-DONE (PEND-IDX) to true
           perform save-pending-file
           set FRV-OK to true
           goback.

      *> the last posting for the account, fee code and month, and
      *> whether a reversal for it is already on the history.
       find-posting section.
           move "N" to WS-FOUND-FLAG
           move "N" to WS-REVERSED-FLAG
           move 0 to WS-POSTED-AMOUNT
           move spaces to WS-POSTED-CUSTOMER
           open input fee-history-file
           if WS-History-File-Status equal "00"
               perform check-one-history-line
                   until WS-History-File-Status not equal "00"
               close fee-history-file
           end-if
           .

       check-one-history-line section.
           read fee-history-file
           if WS-History-File-Status equal "00"
                   and FPH-ACCOUNT-NO equal FRV-ACCOUNT-NO
                   and FPH-FEE-CODE equal FRV-FEE-CODE
                   and FPH-PERIOD equal FRV-POST-MONTH
               if FPH-REVERSAL
                   set WS-ALREADY-REVERSED to true
               else
                   set WS-ENTRY-FOUND to true
                   move FPH-FEE-AMOUNT to WS-POSTED-AMOUNT
                   move FPH-CUSTOMER-NO to WS-POSTED-CUSTOMER
               end-if
           end-if
           .

      *> a legacy account with no customer number was never capped,
      *> and a customer with no position for the month has nothing to
      *> credit.
       credit-cap-position section.
           move WS-PEND-CUSTOMER-NO (PEND-IDX) to WS-POSTED-CUSTOMER
           if WS-POSTED-CUSTOMER-NO not numeric
               exit section
           end-if
           move 0 to WS-CAP-COUNT
           open input cap-position-file
           if WS-Cap-File-Status not equal "00"
               exit section
           end-if
           perform load-one-cap-position
               until WS-Cap-File-Status not equal "00"
           close cap-position-file

           move "N" to WS-FOUND-FLAG
           set CAP-IDX to 1
           if WS-CAP-COUNT > 0
               search WS-CAP-ENTRY
                   at end
                       continue
                   when CAP-IDX > WS-CAP-COUNT
                       continue
                   when WS-CAP-CUSTOMER-NO (CAP-IDX)
                           equal WS-POSTED-CUSTOMER-NO
                       and WS-CAP-PERIOD (CAP-IDX)
                           equal WS-PEND-POST-MONTH (PEND-IDX)
                       set WS-ENTRY-FOUND to true
               end-search
           end-if
           if not WS-ENTRY-FOUND
               exit section
           end-if
           if WS-CAP-CHARGED (CAP-IDX) > WS-PEND-AMOUNT (PEND-IDX)
               subtract WS-PEND-AMOUNT (PEND-IDX)
                   from WS-CAP-CHARGED (CAP-IDX)
           else
               move 0 to WS-CAP-CHARGED (CAP-IDX)
           end-if
           add WS-PEND-AMOUNT (PEND-IDX) to WS-CAP-REFUNDED (CAP-IDX)

           open output cap-position-file
           perform write-one-cap-position
               varying CAP-IDX from 1 by 1
               until CAP-IDX > WS-CAP-COUNT
           close cap-position-file
           .

       load-one-cap-position section.
           read cap-position-file
           if WS-Cap-File-Status equal "00"
                   and WS-CAP-COUNT < 10000
               add 1 to WS-CAP-COUNT
               set CAP-IDX to WS-CAP-COUNT
               move FCP-PERIOD to WS-CAP-PERIOD (CAP-IDX)
               move FCP-CUSTOMER-NO to WS-CAP-CUSTOMER-NO (CAP-IDX)
               move FCP-FEES-CHARGED to WS-CAP-CHARGED (CAP-IDX)
               move FCP-FEES-REFUNDED to WS-CAP-REFUNDED (CAP-IDX)
           end-if
           .

       write-one-cap-position section.
           move spaces to cap-position-record
           move WS-CAP-PERIOD (CAP-IDX) to FCP-PERIOD
           move WS-CAP-CUSTOMER-NO (CAP-IDX) to FCP-CUSTOMER-NO
           move WS-CAP-CHARGED (CAP-IDX) to FCP-FEES-CHARGED
           move WS-CAP-REFUNDED (CAP-IDX) to FCP-FEES-REFUNDED
           write cap-position-record
           .

       find-pending-entry section.
           move "N" to WS-FOUND-FLAG
           set PEND-IDX to 1
           if WS-PEND-COUNT > 0
               search WS-PEND-ENTRY
                   at end
                       continue
                   when PEND-IDX > WS-PEND-COUNT
                       continue
                   when WS-PEND-ACCOUNT-NO (PEND-IDX) equal FRV-ACCOUNT-NO
                       and WS-PEND-FEE-CODE (PEND-IDX) equal FRV-FEE-CODE
                       and WS-PEND-POST-MONTH (PEND-IDX)
                           equal FRV-POST-MONTH
                       and WS-PEND-IS-PENDING (PEND-IDX)
                       set WS-ENTRY-FOUND to true
               end-search
           end-if
           .

       load-pending-file section.
           move 0 to WS-PEND-COUNT
           open input pending-reversal-file
           if WS-Pending-File-Status equal "00"
               perform read-one-pending-record
                   until WS-Pending-File-Status not equal "00"
                       or WS-PEND-COUNT equal 100
               close pending-reversal-file
           end-if
           .

       read-one-pending-record section.
           read pending-reversal-file
           if WS-Pending-File-Status equal "00"
               add 1 to WS-PEND-COUNT
               set PEND-IDX to WS-PEND-COUNT
               move PRV-ACCOUNT-NO to WS-PEND-ACCOUNT-NO (PEND-IDX)
               move PRV-FEE-CODE to WS-PEND-FEE-CODE (PEND-IDX)
               move PRV-POST-MONTH to WS-PEND-POST-MONTH (PEND-IDX)
               move PRV-REASON to WS-PEND-REASON (PEND-IDX)
               move PRV-AMOUNT to WS-PEND-AMOUNT (PEND-IDX)
               move PRV-CUSTOMER-NO to WS-PEND-CUSTOMER-NO (PEND-IDX)
               move PRV-REQUESTED-BY
                   to WS-PEND-REQUESTED-BY (PEND-IDX)
               move PRV-REQUEST-DATE
                   to WS-PEND-REQUEST-DATE (PEND-IDX)
               set WS-PEND-IS-PENDING (PEND-IDX) to true
           end-if
           .

      *> the pending file keeps only what still awaits a checker -
      *> an approved reversal lives on as its R line in the history.
       save-pending-file section.
           open output pending-reversal-file
           perform write-one-pending-record
               varying PEND-IDX from 1 by 1
               until PEND-IDX > WS-PEND-COUNT
           close pending-reversal-file
           .

       write-one-pending-record section.
           if WS-PEND-IS-PENDING (PEND-IDX)
               move spaces to pending-reversal-record
               move WS-PEND-ACCOUNT-NO (PEND-IDX) to PRV-ACCOUNT-NO
               move WS-PEND-FEE-CODE (PEND-IDX) to PRV-FEE-CODE
               move WS-PEND-POST-MONTH (PEND-IDX) to PRV-POST-MONTH
               move WS-PEND-REASON (PEND-IDX) to PRV-REASON
               move WS-PEND-AMOUNT (PEND-IDX) to PRV-AMOUNT
               move WS-PEND-CUSTOMER-NO (PEND-IDX) to PRV-CUSTOMER-NO
               move WS-PEND-REQUESTED-BY (PEND-IDX)
                   to PRV-REQUESTED-BY
               move WS-PEND-REQUEST-DATE (PEND-IDX)
                   to PRV-REQUEST-DATE
               write pending-reversal-record
           end-if
           .

      *>----------------------------------------------------------------
      *> month-end run - the reversals approved this month.
      *>----------------------------------------------------------------
       tally-one-history-line section.
           read fee-history-file
           if WS-History-File-Status equal "00"
                   and FPH-REVERSAL
                   and FPH-ENTRY-DATE(1:6) equal WS-GL-PERIOD
               add 1 to WS-REVERSALS-COUNTED
               add FPH-FEE-AMOUNT to WS-REVERSALS-TOTAL
               perform tally-reason
               perform tally-fee-code
           end-if
           .

       tally-reason section.
           set RSN-IDX to 1
           if WS-REASON-COUNT > 0
               search WS-REASON-ENTRY
                   at end
                       perform add-reason-entry
                   when RSN-IDX > WS-REASON-COUNT
                       perform add-reason-entry
                   when WS-RSN-REASON (RSN-IDX) equal FPH-REASON
                       and WS-RSN-FEE-CODE (RSN-IDX) equal FPH-FEE-CODE
                       continue
               end-search
           else
               perform add-reason-entry
           end-if
           if RSN-IDX <= WS-REASON-COUNT
               add 1 to WS-RSN-COUNT (RSN-IDX)
               add FPH-FEE-AMOUNT to WS-RSN-AMOUNT (RSN-IDX)
           end-if
           .

       add-reason-entry section.
           if WS-REASON-COUNT < 100
               add 1 to WS-REASON-COUNT
               set RSN-IDX to WS-REASON-COUNT
               move FPH-REASON to WS-RSN-REASON (RSN-IDX)
               move FPH-FEE-CODE to WS-RSN-FEE-CODE (RSN-IDX)
               move 0 to WS-RSN-COUNT (RSN-IDX)
               move 0 to WS-RSN-AMOUNT (RSN-IDX)
           end-if
           .

       tally-fee-code section.
           set CODE-IDX to 1
           if WS-CODE-COUNT > 0
               search WS-CODE-ENTRY
                   at end
                       perform add-fee-code-entry
                   when CODE-IDX > WS-CODE-COUNT
                       perform add-fee-code-entry
                   when WS-CODE-FEE-CODE (CODE-IDX) equal FPH-FEE-CODE
                       continue
               end-search
           else
               perform add-fee-code-entry
           end-if
           if CODE-IDX <= WS-CODE-COUNT
               add FPH-FEE-AMOUNT to WS-CODE-AMOUNT (CODE-IDX)
           end-if
           .

       add-fee-code-entry section.
           if WS-CODE-COUNT < 20
               add 1 to WS-CODE-COUNT
               set CODE-IDX to WS-CODE-COUNT
               move FPH-FEE-CODE to WS-CODE-FEE-CODE (CODE-IDX)
               move 0 to WS-CODE-AMOUNT (CODE-IDX)
           end-if
           .

       count-one-pending section.
           add 1 to WS-PENDING-COUNTED
           add WS-PEND-AMOUNT (PEND-IDX) to WS-PENDING-TOTAL
           .

      *> the posting run's journal turned round: fee income is
      *> debited back by fee code and the receivable credited.
       write-reversal-journal section.
           open output gl-journal-file
           move WS-GL-PERIOD to WS-GL-HDR-PERIOD
           move WS-GL-RUN-ID to WS-GL-HDR-RUN-ID
           write gl-journal-record from WS-GL-HEADER-RECORD

           perform write-one-gl-debit
               varying CODE-IDX from 1 by 1
               until CODE-IDX > WS-CODE-COUNT

           if WS-REVERSALS-TOTAL > 0
               move "C" to WS-GL-DET-TYPE
               move GL-FEE-RECEIVABLE-ACCT to WS-GL-DET-ACCOUNT
               move spaces to WS-GL-DET-CODE
               move "+" to WS-GL-DET-SIGN
               move WS-REVERSALS-TOTAL to WS-GL-AMOUNT
               move WS-GL-AMOUNT-X to WS-GL-DET-AMOUNT
               move "SERVICE FEES REFUNDED" to WS-GL-DET-NAME
               write gl-journal-record from WS-GL-DETAIL-RECORD
               add WS-REVERSALS-TOTAL to WS-GL-CREDIT-TOTAL
           end-if

           move WS-GL-DEBIT-TOTAL to WS-GL-TRL-DEBITS
           move WS-GL-CREDIT-TOTAL to WS-GL-TRL-CREDITS
           write gl-journal-record from WS-GL-TRAILER-RECORD
           close gl-journal-file
           .

       write-one-gl-debit section.
           move "D" to WS-GL-DET-TYPE
           move GL-FEE-INCOME-ACCT to WS-GL-DET-ACCOUNT
           move spaces to WS-GL-DET-CODE
           move WS-CODE-FEE-CODE (CODE-IDX) to WS-GL-DET-CODE(1:2)
           move "+" to WS-GL-DET-SIGN
           move WS-CODE-AMOUNT (CODE-IDX) to WS-GL-AMOUNT
           move WS-GL-AMOUNT-X to WS-GL-DET-AMOUNT
           move "FEE INCOME REVERSED" to WS-GL-DET-NAME
           write gl-journal-record from WS-GL-DETAIL-RECORD
           add WS-CODE-AMOUNT (CODE-IDX) to WS-GL-DEBIT-TOTAL
           .

       write-reversal-report section.
           open output reversal-report
           move spaces to reversal-report-record
           string "Fee reversals approved - month " delimited by size
                  WS-GL-PERIOD delimited by size
               into reversal-report-record
           end-string
           write reversal-report-record
           move all "=" to reversal-report-record
           write reversal-report-record
           move "  ACCOUNT     FEE POSTED  AMOUNT  RSN REQUESTED BY"
               & "          APPROVED BY"
               to reversal-report-record
           write reversal-report-record

           open input fee-history-file
           if WS-History-File-Status equal "00"
               perform list-one-history-line
                   until WS-History-File-Status not equal "00"
               close fee-history-file
           end-if

           move spaces to reversal-report-record
           write reversal-report-record
           write reversal-report-record from
               "Reversals by reason and fee code"
           move all "-" to reversal-report-record
           write reversal-report-record
           perform report-one-reason
               varying WS-REASON-SUB from 1 by 1
               until WS-REASON-SUB > 4
      *> a reason keyed before the list above was settled.
           perform report-other-reasons
               varying RSN-IDX from 1 by 1
               until RSN-IDX > WS-REASON-COUNT

           move spaces to reversal-report-record
           write reversal-report-record
           move spaces to WS-TOTALS-LINE
           move "TOTAL REVERSED" to WS-TOT-LABEL
           move WS-REVERSALS-COUNTED to WS-TOT-COUNT
           move WS-REVERSALS-TOTAL to WS-TOT-AMOUNT
           write reversal-report-record from WS-TOTALS-LINE
           move "AWAITING APPROVAL" to WS-TOT-LABEL
           move WS-PENDING-COUNTED to WS-TOT-COUNT
           move WS-PENDING-TOTAL to WS-TOT-AMOUNT
           write reversal-report-record from WS-TOTALS-LINE

           move spaces to reversal-report-record
           write reversal-report-record
           if WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
                   and WS-GL-DEBIT-TOTAL = WS-REVERSALS-TOTAL
               write reversal-report-record from
                   "REVERSING JOURNAL BALANCED - FILE MAY BE RELEASED"
           else
               write reversal-report-record from
                   "** REVERSING JOURNAL OUT OF BALANCE - DO NOT RELEASE **"
           end-if
           close reversal-report
           .

       list-one-history-line section.
           read fee-history-file
           if WS-History-File-Status equal "00"
                   and FPH-REVERSAL
                   and FPH-ENTRY-DATE(1:6) equal WS-GL-PERIOD
               move spaces to WS-DETAIL-LINE
               move FPH-ACCOUNT-NO to WS-DTL-ACCOUNT-NO
               move FPH-FEE-CODE to WS-DTL-FEE-CODE
               move FPH-PERIOD to WS-DTL-POST-MONTH
               move FPH-FEE-AMOUNT to WS-DTL-AMOUNT
               move FPH-REASON to WS-DTL-REASON
               move FPH-REQUESTED-BY to WS-DTL-REQUESTED-BY
               move FPH-APPROVED-BY to WS-DTL-APPROVED-BY
               write reversal-report-record from WS-DETAIL-LINE
           end-if
           .

      *> one block per reason code, its fee codes under it.
       report-one-reason section.
           move WS-REASON-LIST(WS-REASON-SUB * 2 - 1:2)
               to WS-SORT-REASON
           evaluate WS-SORT-REASON
               when "ER"
                   move "POSTED IN ERROR" to WS-REASON-WORDING
               when "GW"
                   move "GOODWILL" to WS-REASON-WORDING
               when "DS"
                   move "CUSTOMER DISPUTE" to WS-REASON-WORDING
               when "SY"
                   move "SYSTEM ERROR" to WS-REASON-WORDING
           end-evaluate
           move spaces to reversal-report-record
           string WS-SORT-REASON delimited by size
                  " " delimited by size
                  WS-REASON-WORDING delimited by size
               into reversal-report-record
           end-string
           write reversal-report-record
           perform report-one-reason-code
               varying RSN-IDX from 1 by 1
               until RSN-IDX > WS-REASON-COUNT
           .

       report-one-reason-code section.
           if WS-RSN-REASON (RSN-IDX) equal WS-SORT-REASON
               move spaces to WS-TOTALS-LINE
               move spaces to WS-TOT-LABEL
               string "  FEE CODE " delimited by size
                      WS-RSN-FEE-CODE (RSN-IDX) delimited by size
                   into WS-TOT-LABEL
               end-string
               move WS-RSN-COUNT (RSN-IDX) to WS-TOT-COUNT
               move WS-RSN-AMOUNT (RSN-IDX) to WS-TOT-AMOUNT
               write reversal-report-record from WS-TOTALS-LINE
           end-if
           .

       report-other-reasons section.
           if WS-RSN-REASON (RSN-IDX) not equal "ER"
                   and WS-RSN-REASON (RSN-IDX) not equal "GW"
                   and WS-RSN-REASON (RSN-IDX) not equal "DS"
                   and WS-RSN-REASON (RSN-IDX) not equal "SY"
               move spaces to WS-TOTALS-LINE
               move spaces to WS-TOT-LABEL
               string "OTHER " delimited by size
                      WS-RSN-REASON (RSN-IDX) delimited by size
                      " FEE CODE " delimited by size
                      WS-RSN-FEE-CODE (RSN-IDX) delimited by size
                   into WS-TOT-LABEL
               end-string
               move WS-RSN-COUNT (RSN-IDX) to WS-TOT-COUNT
               move WS-RSN-AMOUNT (RSN-IDX) to WS-TOT-AMOUNT
               write reversal-report-record from WS-TOTALS-LINE
           end-if
           .

       end program BBANK33P.
