           05 QF-DATE-QUOTED        pic 9(8).
           05 QF-LOCK-EXPIRY        pic 9(8).
           05 QF-TELLER             pic x(4).
      *> the loan type quoted, and for a variable-rate quote the
      *> index, margin and reset period it was cut on.
           05 QF-LOAN-TYPE          pic x.
           05 QF-RATE-INDEX         pic x(3).
           05 QF-RATE-MARGIN        pic 9(2)v99.
           05 QF-RESET-MONTHS       pic 9(3).

       fd  archive-file.
       01  archive-record           pic x(80).

       fd  purged-list-file.
       01  purged-list-record.
       01 WS-RUN-DATE              pic 9(8).
       01 WS-GRACE-DAYS            pic 9(3) value 30.
       01 WS-GRACE-ENV             pic x(3).
       01 WS-PARM-NAME             pic x(30).
       01 WS-PARM-VALUE            pic x(20).
       01 WS-CUTOFF-INT            pic 9(8).
       01 WS-EXPIRY-INT            pic 9(8).

               by reference WS-RUNLOG-RUN-ID
           end-call

           move "QUOTE_GRACE_DAYS" to WS-PARM-NAME
           call "RunParmValue" using
               by reference WS-RUNLOG-PROGRAM
               by reference WS-PARM-NAME
               by reference WS-PARM-VALUE
           end-call
           move WS-PARM-VALUE to WS-GRACE-ENV
           if WS-GRACE-ENV is numeric and WS-GRACE-ENV not = spaces
               move WS-GRACE-ENV to WS-GRACE-DAYS
           end-if
