      *> code - the statement can say "fee capped" - and the totals
      *> report shows the revenue given up to the cap alongside the
      *> waiver total.
      *>
      *> Every posting is also appended to the fee-posting history
      *> (FEEPOSTH.DAT, period and customer alongside the FEEPOST
      *> columns) - FEEPOST.DAT is rebuilt each month, so the history
      *> is what a later fee reversal (BBANK33P) is checked against.
      *> Each customer's standing against the cap is left on
      *> FEECAPPOS.DAT for the period; an approved reversal credits
      *> it back, so a refunded fee frees up cap room. The period's
      *> refunds are loaded before any fee is capped, so a rerun
      *> keeps both the credit and the room it freed, and every other
      *> period's lines are carried forward for reversals against
      *> earlier months.
      *>
      *> The run is logged through BatchRunLog. No account master, or
      *> a journal out of balance, logs return code 8, so the
      *> statement run (BBANK32P) is held behind it on the schedule.
       input-output section.
       file-control.
           select account-master assign to "ACCTMAST.DAT"
           select gl-control-file assign to "FeeGLControl.txt"
               organization is line sequential.

           select fee-history-file assign to "FEEPOSTH.DAT"
               organization is line sequential
               file status is WS-History-File-Status.

           select cap-position-file assign to "FEECAPPOS.DAT"
               organization is line sequential
               file status is WS-Cap-File-Status.

       data division.
       file section.
       fd  account-master.
       fd  gl-control-file.
       01  gl-control-record        pic x(80).

      *> one line per posting (P) or approved reversal (R).
       fd  fee-history-file.
       01  fee-history-record.
           05 FPH-PERIOD            pic 9(6).
           05                       pic x.
           05 FPH-ENTRY-TYPE        pic x.
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

       fd  cap-position-file.
       01  cap-position-record.
           05 FCP-PERIOD            pic 9(6).
           05                       pic x.
           05 FCP-CUSTOMER-NO       pic 9(9).
           05                       pic x.
           05 FCP-FEES-CHARGED      pic 9(7)v99.
           05                       pic x.
           05 FCP-FEES-REFUNDED     pic 9(7)v99.

       working-storage section.
       01 WS-Master-File-Status    pic xx.
       01 WS-History-File-Status   pic xx.
       01 WS-Cap-File-Status       pic xx.
       01 WS-EOF-FLAG              pic x value "N".
           88 WS-EOF                   value "Y".

               10 WS-FEE-TOT-AMOUNT    pic 9(9)v99.

       01 WS-ACCOUNTS-READ         pic 9(7) value 0.

       01 WS-RUNLOG-PROGRAM        pic x(20) value "BBANK31P".
       01 WS-RUNLOG-RUN-ID         pic x(14).
       01 WS-RUNLOG-RC             pic 9(4) value 0.
       01 WS-RUNLOG-READ           pic 9(9) value 0.
       01 WS-RUNLOG-WRITTEN        pic 9(9) value 0.
       01 WS-RUNLOG-EXCEPTIONS     pic 9(9) value 0.
       01 WS-TOTAL-FEES            pic 9(9)v99 value 0.
       01 WS-TOTAL-WAIVED          pic 9(9)v99 value 0.
       01 WS-TOTAL-CAPPED          pic 9(9)v99 value 0.
      *> per-customer fee accumulation for the monthly cap.
       01 WS-FEE-CAP               pic 9(5)v99 value 25.00.
       01 WS-FEE-CAP-ENV           pic x(8).
       01 WS-PARM-PROGRAM          pic x(20) value "BBANK31P".
       01 WS-PARM-NAME             pic x(30).
       01 WS-PARM-VALUE            pic x(20).
       01 WS-CUST-COUNT            pic 9(5) comp-5 value 0.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY occurs 10000 times
                   indexed by CUST-IDX.
               10 WS-CUST-NO           pic 9(9).
               10 WS-CUST-FEES         pic 9(7)v99.
               10 WS-CUST-REFUNDED     pic 9(7)v99.

      *> other periods' cap positions, carried forward untouched.
       01 WS-CAP-COUNT             pic 9(5) comp-5 value 0.
       01 WS-CAP-TABLE.
           05 WS-CAP-ENTRY occurs 10000 times
                   indexed by CAP-IDX.
               10 WS-CAP-LINE          pic x(36).

      *> GL journal work fields - the ledger's fixed import layout.
       78 GL-FEE-INCOME-ACCT           value 4100.
           end-call
           move WS-RUN-DATE(1:6) to WS-GL-PERIOD
           move WS-RUN-DATE to WS-GL-RUN-ID
           call "BatchRunLogStart" using
               by reference WS-RUNLOG-PROGRAM
               by reference WS-RUNLOG-RUN-ID
           end-call

           move "FEE_MONTHLY_CAP" to WS-PARM-NAME
           call "RunParmValue" using
               by reference WS-PARM-PROGRAM
               by reference WS-PARM-NAME
               by reference WS-PARM-VALUE
           end-call
           move WS-PARM-VALUE to WS-FEE-CAP-ENV
           if WS-FEE-CAP-ENV is numeric
                   and WS-FEE-CAP-ENV not equal spaces
               move function numval(WS-FEE-CAP-ENV) to WS-FEE-CAP
           open input account-master
           if WS-Master-File-Status not equal "00"
               display "BBANK31P: no ACCTMAST.DAT to process"
               move 8 to WS-RUNLOG-RC
               perform close-run-log
               goback returning 8
           end-if
           perform load-cap-positions
           open output fee-posting-file
           open extend fee-history-file
           if WS-History-File-Status not equal "00"
               open output fee-history-file
           end-if

           perform post-accounts until WS-EOF

           close account-master
           close fee-posting-file
           close fee-history-file
           perform write-cap-positions
           perform write-totals-report
           perform write-gl-journal

           move WS-ACCOUNTS-READ to WS-RUNLOG-READ
           move WS-ACCOUNTS-READ to WS-RUNLOG-WRITTEN
           if WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
               move 0 to WS-RUNLOG-RC
           else
               move 8 to WS-RUNLOG-RC
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

       post-accounts section.
           read account-master
           move WS-CSC-WAIVER-RULE to FPF-WAIVER-RULE
           write fee-posting-record

           move spaces to fee-history-record
           move WS-GL-PERIOD to FPH-PERIOD
           move "P" to FPH-ENTRY-TYPE
           move ACM-ACCOUNT-NO to FPH-ACCOUNT-NO
           move ACM-CUSTOMER-NO to FPH-CUSTOMER-NO
           move WS-CSC-FEE-CODE to FPH-FEE-CODE
           move WS-CSC-SERVICE-AMOUNT to FPH-FEE-AMOUNT
           move WS-CSC-WAIVER-RULE to FPH-WAIVER-RULE
           move WS-RUN-DATE to FPH-ENTRY-DATE
           write fee-history-record

           add WS-CSC-SERVICE-AMOUNT to WS-TOTAL-FEES
           add WS-CSC-WAIVED-AMOUNT to WS-TOTAL-WAIVED
           perform tally-fee-code
           end-if
           perform find-customer-entry
           if WS-CUST-FEES (CUST-IDX) + WS-CSC-SERVICE-AMOUNT
                   > WS-FEE-CAP + WS-CUST-REFUNDED (CUST-IDX)
               add WS-CSC-SERVICE-AMOUNT to WS-TOTAL-CAPPED
               move 0 to WS-CSC-SERVICE-AMOUNT
               move "CP" to WS-CSC-FEE-CODE
           set CUST-IDX to WS-CUST-COUNT
           move ACM-CUSTOMER-NO to WS-CUST-NO (CUST-IDX)
           move 0 to WS-CUST-FEES (CUST-IDX)
           move 0 to WS-CUST-REFUNDED (CUST-IDX)
           .

      *> the positions already on file: this period's refunds seed
      *> the customer table (a reversal already credited frees cap
      *> room for this run too); other periods are kept as they are.
       load-cap-positions section.
           move 0 to WS-CAP-COUNT
           open input cap-position-file
           if WS-Cap-File-Status not equal "00"
               exit section
           end-if
           perform load-one-cap-position
               until WS-Cap-File-Status not equal "00"
           close cap-position-file
           .

       load-one-cap-position section.
           read cap-position-file
           if WS-Cap-File-Status not equal "00"
               exit section
           end-if
           if FCP-PERIOD equal WS-GL-PERIOD
               if WS-CUST-COUNT < 10000
                   add 1 to WS-CUST-COUNT
                   set CUST-IDX to WS-CUST-COUNT
                   move FCP-CUSTOMER-NO to WS-CUST-NO (CUST-IDX)
                   move 0 to WS-CUST-FEES (CUST-IDX)
                   move FCP-FEES-REFUNDED
                       to WS-CUST-REFUNDED (CUST-IDX)
               end-if
           else
               if WS-CAP-COUNT < 10000
                   add 1 to WS-CAP-COUNT
                   set CAP-IDX to WS-CAP-COUNT
                   move cap-position-record to WS-CAP-LINE (CAP-IDX)
               end-if
           end-if
           .

      *> the period's standing against the cap, per customer, net of
      *> what reversals have credited back - the figure BBANK33P
      *> credits against; every other period's lines go back as read.
       write-cap-positions section.
           open output cap-position-file
           perform write-one-carried-position
               varying CAP-IDX from 1 by 1
               until CAP-IDX > WS-CAP-COUNT
           perform write-one-cap-position
               varying CUST-IDX from 1 by 1
               until CUST-IDX > WS-CUST-COUNT
           close cap-position-file
           .

       write-one-carried-position section.
           move WS-CAP-LINE (CAP-IDX) to cap-position-record
           write cap-position-record
           .

       write-one-cap-position section.
           move spaces to cap-position-record
           move WS-GL-PERIOD to FCP-PERIOD
           move WS-CUST-NO (CUST-IDX) to FCP-CUSTOMER-NO
           if WS-CUST-FEES (CUST-IDX) > WS-CUST-REFUNDED (CUST-IDX)
               compute FCP-FEES-CHARGED = WS-CUST-FEES (CUST-IDX)
                                        - WS-CUST-REFUNDED (CUST-IDX)
           else
               move 0 to FCP-FEES-CHARGED
           end-if
           move WS-CUST-REFUNDED (CUST-IDX) to FCP-FEES-REFUNDED
           write cap-position-record
           .

       tally-fee-code section.
