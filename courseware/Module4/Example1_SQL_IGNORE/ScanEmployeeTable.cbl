               ORGANIZATION IS LINE SEQUENTIAL.

      *> the payroll bureau's fixed-record transmission file: one
      *> header with the run date, one detail per employee (each
      *> followed by a "C" commission-earnings detail for every
      *> released commission run owed to them, and by an "R" retro
      *> pay detail when a back-dated rate change is released), one
      *> trailer with the record count and hashed payrate/commission/
      *> earnings/retro totals so the bureau's load can verify it
      *> received exactly what we sent.
           SELECT BUREAU-EXTRACT ASSIGN TO "BUREAU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL.

      *> prior-run snapshot of each employee's payrate/commission,
      *> the changes report built from it, the supervisor approval
      *> list that releases an out-of-tolerance change (and dates a
      *> back-dated one), and the retro-pay register.
           SELECT PAYRATE-SNAPSHOT ASSIGN TO "EMPSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAP-STATUS.
           SELECT PAY-APPROVE-FILE ASSIGN TO "PAYAPPROVE.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVE-STATUS.

           SELECT RETRO-REGISTER ASSIGN TO "RetroPayRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> released commission earnings queued by CommRunRelease, the
      *> maintained rep-to-employee cross-reference that matches a
      *> commission rep name to an ENO, and the list of earnings
      *> that could not be sent.
           SELECT COMM-RELEASED-FILE ASSIGN TO "COMMPAYREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMREL-STATUS.

           SELECT REP-ENO-XREF ASSIGN TO "REPENO.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-STATUS.

           SELECT COMM-UNMATCHED-REPORT ASSIGN TO "CommUnmatched.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> HR's approved salary bands per canonical department and
      *> grade, each employee's grade assignment, and the band
      *> compliance report for the annual pay review.
           SELECT PAY-BAND-FILE ASSIGN TO "PAYBAND.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAND-STATUS.

           SELECT EMP-GRADE-FILE ASSIGN TO "EMPGRADE.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-STATUS.

           SELECT PAY-BAND-REPORT ASSIGN TO "PayBandCompliance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> finance's monthly payroll budget per canonical department,
      *> the month-by-month actuals kept for the year-to-date
      *> figures, and the budget-versus-actual variance report.
           SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPTBUDGET.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-STATUS.

           SELECT DEPT-ACTUAL-FILE ASSIGN TO "DEPTACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTHIST-STATUS.

           SELECT BUDGET-VARIANCE-REPORT
               ASSIGN TO "DeptBudgetVariance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-REPORT.
       01  PAYRATE-CHANGES-RECORD PIC X(100).

       FD  PAY-APPROVE-FILE.
       01  PAY-APPROVE-RECORD.
           05 PAR-ENO            PIC X(10).
           05 FILLER             PIC X.
           05 PAR-EFFECTIVE      PIC X(8).

       FD  RETRO-REGISTER.
       01  RETRO-REGISTER-RECORD PIC X(132).

       FD  COMM-RELEASED-FILE.
       01  COMM-RELEASED-RECORD  PIC X(80).

       FD  REP-ENO-XREF.
       01  REP-ENO-XREF-RECORD   PIC X(60).

       FD  COMM-UNMATCHED-REPORT.
       01  COMM-UNMATCHED-RECORD PIC X(100).

       FD  PAY-BAND-FILE.
       01  PAY-BAND-RECORD.
           05 PBR-DEPT           PIC X(4).
           05 FILLER             PIC X.
           05 PBR-GRADE          PIC X(4).
           05 FILLER             PIC X.
           05 PBR-MIN            PIC 9(9)V99.
           05 FILLER             PIC X.
           05 PBR-MID            PIC 9(9)V99.
           05 FILLER             PIC X.
           05 PBR-MAX            PIC 9(9)V99.

       FD  EMP-GRADE-FILE.
       01  EMP-GRADE-RECORD.
           05 EGR-ENO            PIC X(10).
           05 FILLER             PIC X.
           05 EGR-GRADE          PIC X(4).

       FD  PAY-BAND-REPORT.
       01  PAY-BAND-REPORT-RECORD PIC X(132).

       FD  DEPT-BUDGET-FILE.
       01  DEPT-BUDGET-RECORD.
           05 DBR-MONTH          PIC 9(6).
           05 FILLER             PIC X.
           05 DBR-DEPT           PIC X(4).
           05 FILLER             PIC X.
           05 DBR-AMOUNT         PIC 9(11)V99.
           05 FILLER             PIC X.
           05 DBR-HEADCOUNT      PIC 9(5).

       FD  DEPT-ACTUAL-FILE.
       01  DEPT-ACTUAL-RECORD.
           05 DAR-MONTH          PIC 9(6).
           05 FILLER             PIC X.
           05 DAR-DEPT           PIC X(4).
           05 FILLER             PIC X.
           05 DAR-HEADCOUNT      PIC 9(5).
           05 FILLER             PIC X.
           05 DAR-SIGN           PIC X.
           05 DAR-AMOUNT         PIC 9(11)V99.

       FD  BUDGET-VARIANCE-REPORT.
       01  BUDGET-VARIANCE-RECORD PIC X(180).

       WORKING-STORAGE SECTION.

               05 DEPT-TOTAL-CODE     PIC X(4).
               05 DEPT-TOTAL-PAYRATE  PIC S9(19)V99 COMP-3.
               05 DEPT-TOTAL-BEST-COM PIC S9V99 COMP-3.
               05 DEPT-TOTAL-HEADCOUNT PIC 9(5).
               05 DEPT-TOTAL-EARNINGS PIC S9(11)V99 COMP-3.
       01 DEPT-DISP-RATE PIC $$,$$$,$$$,$$9.99.

      *> the loaded department reference list. An empty or missing
      *> snapshot per employee, the tolerance (percent, from the
      *> PAYRATE-TOLERANCE-PCT environment variable, default 50)
      *> past which a change is held out of the bureau extract, and
      *> the PAYAPPROVE.TBL list of enos a supervisor has cleared
      *> (ENO cols 1-10, and in cols 12-19 the yyyymmdd date an
      *> approved rate change takes effect from, when it is back-
      *> dated).
      *> A 40.00-to-4000.00 fat-finger now shows up here, held,
      *> instead of sailing into BUREAU.DAT.
       01 SNAP-STATUS        PIC XX.
           88 SNAP-FOUND         VALUE "Y".
       01 APPROVE-COUNT      PIC 9(4) COMP VALUE 0.
       01 APPROVE-TABLE.
           03 APPROVE-ENTRY OCCURS 500 TIMES
                   INDEXED BY APPR-IDX.
               05 APPROVE-ENO        PIC X(10).
               05 APPROVE-EFFECTIVE  PIC 9(8).
       01 APPROVED-SW        PIC X.
           88 CHANGE-APPROVED    VALUE "Y".
       01 HOLD-SW            PIC X.
           05 BX-DET-DEPT      PIC X(8).
           05 BX-DET-PAYRATE   PIC 9(9)V99.
           05 BX-DET-COM       PIC 9V99.
      *> a commission-earnings detail: one per released commission
      *> run per rep, sent under the ENO the cross-reference gives.
       01 BX-EARNINGS.
           05 FILLER           PIC X VALUE "C".
           05 BX-ERN-ENO       PIC X(10).
           05 BX-ERN-REP-NAME  PIC X(20).
           05 BX-ERN-RUN-ID    PIC X(8).
           05 BX-ERN-SIGN      PIC X.
           05 BX-ERN-AMOUNT    PIC 9(11)V99.
      *> the trailer's earnings hash is the sum of the earnings
      *> amounts regardless of sign, the way a hash total is kept.
       01 BX-TRAILER.
           05 FILLER           PIC X VALUE "T".
           05 BX-TRL-COUNT     PIC 9(7).
           05 BX-TRL-PAYRATE   PIC 9(13)V99.
           05 BX-TRL-COM       PIC 9(7)V99.
           05 BX-TRL-EARNINGS  PIC 9(13)V99.
           05 BX-TRL-RETRO     PIC 9(13)V99.
      *> a one-time retro earnings detail: the back pay owed when an
      *> approved rate change is dated before the months already paid
      *> at the old rate - the periods it covers, the old and new
      *> rates, and the amount (signed, a back-dated cut being a
      *> recovery).
       01 BX-RETRO.
           05 FILLER           PIC X VALUE "R".
           05 BX-RET-ENO       PIC X(10).
           05 BX-RET-FROM      PIC 9(8).
           05 BX-RET-TO        PIC 9(8).
           05 BX-RET-PERIODS   PIC 9(3)V9999.
           05 BX-RET-OLD-RATE  PIC 9(9)V99.
           05 BX-RET-NEW-RATE  PIC 9(9)V99.
           05 BX-RET-SIGN      PIC X.
           05 BX-RET-AMOUNT    PIC 9(11)V99.
       01 BX-PAYRATE-HASH      PIC 9(13)V99 COMP-3 VALUE 0.
       01 BX-COM-HASH          PIC 9(7)V99 COMP-3 VALUE 0.
       01 BX-EARNINGS-HASH     PIC 9(13)V99 COMP-3 VALUE 0.
       01 BX-RETRO-HASH        PIC 9(13)V99 COMP-3 VALUE 0.
       01 BX-RECORD-COUNT      PIC 9(7) VALUE 0.

      *> retro pay. A payrate change released with an effective date
      *> is owed back to that date: the months already paid at the
      *> old rate run from the effective date to the end of the month
      *> before this scan's, the first month prorated by the days of
      *> it the new rate was in force. RetroPayRegister.txt lists
      *> each retro sent for payroll sign-off.
       01 RETRO-DUE-SW         PIC X.
           88 RETRO-DUE            VALUE "Y".
       01 RETRO-FROM           PIC 9(8).
       01 RETRO-FROM-R REDEFINES RETRO-FROM.
           05 RETRO-FROM-YEAR  PIC 9(4).
           05 RETRO-FROM-MONTH PIC 9(2).
           05 RETRO-FROM-DAY   PIC 9(2).
       01 RETRO-TO             PIC 9(8).
       01 RETRO-TO-R REDEFINES RETRO-TO.
           05 RETRO-TO-YEAR    PIC 9(4).
           05 RETRO-TO-MONTH   PIC 9(2).
           05 RETRO-TO-DAY     PIC 9(2).
       01 RETRO-MONTH-START    PIC 9(8).
       01 RETRO-NEXT-MONTH     PIC 9(8).
       01 RETRO-NEXT-MONTH-R REDEFINES RETRO-NEXT-MONTH.
           05 RETRO-NEXT-YEAR  PIC 9(4).
           05 RETRO-NEXT-MM    PIC 9(2).
           05 RETRO-NEXT-DD    PIC 9(2).
       01 RETRO-FROM-MONTH-NO  PIC 9(6).
       01 RETRO-TO-MONTH-NO    PIC 9(6).
       01 RETRO-DAYS-IN-MONTH  PIC 9(2).
       01 RETRO-DAYS-AT-NEW    PIC 9(2).
       01 RETRO-PERIODS        PIC 9(3)V9999.
       01 RETRO-AMOUNT         PIC S9(11)V99.
       01 RETRO-COUNT          PIC 9(5) VALUE 0.
       01 RETRO-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
       01 RETRO-HEADING.
           05 FILLER       PIC X(12) VALUE "ENO".
           05 FILLER       PIC X(22) VALUE "LAST NAME".
           05 FILLER       PIC X(10) VALUE "FROM".
           05 FILLER       PIC X(10) VALUE "TO".
           05 FILLER       PIC X(10) VALUE "  PERIODS".
           05 FILLER       PIC X(16) VALUE "      OLD RATE".
           05 FILLER       PIC X(16) VALUE "      NEW RATE".
           05 FILLER       PIC X(18) VALUE "       RETRO PAY".
       01 RETRO-LINE.
           05 RTL-ENO            PIC X(10).
           05 FILLER             PIC X(2).
           05 RTL-LNAME          PIC X(20).
           05 FILLER             PIC X(2).
           05 RTL-FROM           PIC 9(8).
           05 FILLER             PIC X(2).
           05 RTL-TO             PIC 9(8).
           05 FILLER             PIC X(2).
           05 RTL-PERIODS        PIC ZZ9.9999.
           05 FILLER             PIC X(2).
           05 RTL-OLD-RATE       PIC $$$,$$$,$$9.99.
           05 FILLER             PIC X(2).
           05 RTL-NEW-RATE       PIC $$$,$$$,$$9.99.
           05 FILLER             PIC X(2).
           05 RTL-AMOUNT         PIC $$,$$$,$$$,$$9.99-.
       01 RETRO-TOTAL-LINE.
           05 FILLER             PIC X(12) VALUE "RETROS SENT".
           05 RTT-COUNT          PIC ZZZZ9.
           05 FILLER             PIC X(17) VALUE "   TOTAL RETRO ".
           05 RTT-AMOUNT         PIC $$,$$$,$$$,$$$,$$9.99-.

      *> released commission earnings. COMMPAYREL.DAT carries run id
      *> (1-8), rep name (10-49), sign (51), amount 9(11)v99 (52-64),
      *> status OPEN/SENT (66-69) and the bureau run date it went
      *> out on (71-78). REPENO.TBL: rep name cols 1-40, ENO cols
      *> 42-51. An OPEN line is sent with its employee's detail -
      *> so a rep with no ENO, or whose employee is held or not on
      *> the table, stays OPEN, is listed on CommUnmatched.txt, and
      *> goes with the next scan once it is put right.
       01 COMMREL-STATUS       PIC XX.
       01 XREF-STATUS          PIC XX.
       01 XREF-COUNT           PIC 9(4) COMP VALUE 0.
       01 XREF-TABLE.
           03 XREF-ENTRY OCCURS 2000 TIMES
                   INDEXED BY XREF-IDX.
               05 XREF-REP-NAME    PIC X(40).
               05 XREF-ENO         PIC X(10).
       01 XREF-LINE.
           05 XRL-REP-NAME       PIC X(40).
           05 FILLER             PIC X.
           05 XRL-ENO            PIC X(10).
           05 FILLER             PIC X(9).
       01 CREL-COUNT           PIC 9(4) COMP VALUE 0.
       01 CREL-TABLE.
           03 CREL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CREL-IDX.
               05 CREL-LINE        PIC X(80).
               05 CREL-ENO         PIC X(10).
       01 CREL-VIEW.
           05 CRV-RUN-ID         PIC X(8).
           05 FILLER             PIC X.
           05 CRV-REP-NAME       PIC X(40).
           05 FILLER             PIC X.
           05 CRV-SIGN           PIC X.
           05 CRV-AMOUNT         PIC 9(11)V99.
           05 FILLER             PIC X.
           05 CRV-STATUS         PIC X(4).
               88 CRV-IS-OPEN        VALUE "OPEN".
           05 FILLER             PIC X.
           05 CRV-SENT-DATE      PIC 9(8).
           05 FILLER             PIC X(2).
       01 EARNINGS-SENT-COUNT  PIC 9(5) VALUE 0.
       01 EARNINGS-OPEN-COUNT  PIC 9(5) VALUE 0.
       01 UNMATCHED-LINE.
           05 UNM-RUN-ID         PIC X(8).
           05 FILLER             PIC X(2).
           05 UNM-REP-NAME       PIC X(40).
           05 FILLER             PIC X(2).
           05 UNM-AMOUNT         PIC -(10)9.99.
           05 FILLER             PIC X(2).
           05 UNM-REASON         PIC X(30).
       01 UNM-WORK             PIC S9(11)V99.

      *> salary band compliance. PAYBAND.TBL: canonical department
      *> cols 1-4, grade cols 6-9, minimum/midpoint/maximum as
      *> 9(9)V99 in cols 11-21/23-33/35-45 (a zero midpoint is taken
      *> as halfway between minimum and maximum). EMPGRADE.TBL: ENO
      *> cols 1-10, grade cols 12-15. Every scanned employee is
      *> checked against the band for their canonical department and
      *> grade; those below minimum or above maximum - and those with
      *> no grade or no band to check against - are listed on
      *> PayBandCompliance.txt with their compa-ratio (payrate as a
      *> percentage of midpoint) and, when under band, the increase
      *> that brings them up to minimum. An empty or missing
      *> PAYBAND.TBL turns the check off.
       01 BAND-STATUS          PIC XX.
       01 GRADE-STATUS         PIC XX.
       01 BAND-COUNT           PIC 9(4) COMP VALUE 0.
       01 BAND-TABLE.
           03 BAND-ENTRY OCCURS 1000 TIMES
                   INDEXED BY BAND-IDX.
               05 BAND-DEPT          PIC X(4).
               05 BAND-GRADE         PIC X(4).
               05 BAND-MIN           PIC 9(9)V99.
               05 BAND-MID           PIC 9(9)V99.
               05 BAND-MAX           PIC 9(9)V99.
       01 GRADE-COUNT          PIC 9(5) COMP VALUE 0.
       01 GRADE-TABLE.
           03 GRADE-ENTRY OCCURS 20000 TIMES
                   INDEXED BY GRADE-IDX.
               05 GRADE-TBL-ENO      PIC X(10).
               05 GRADE-TBL-GRADE    PIC X(4).
       01 BAND-DEPT-KEY        PIC X(4).
       01 EMP-GRADE            PIC X(4).
       01 BAND-FOUND-SW        PIC X.
           88 BAND-FOUND           VALUE "Y".
       01 COMPA-RATIO          PIC 9(3)V9.
       01 BAND-CHECKED-COUNT   PIC 9(7) VALUE 0.
       01 BAND-WITHIN-COUNT    PIC 9(7) VALUE 0.
       01 BAND-BELOW-COUNT     PIC 9(7) VALUE 0.
       01 BAND-ABOVE-COUNT     PIC 9(7) VALUE 0.
       01 BAND-NO-GRADE-COUNT  PIC 9(7) VALUE 0.
       01 BAND-NO-BAND-COUNT   PIC 9(7) VALUE 0.
       01 BAND-COST-TO-MIN     PIC 9(13)V99 COMP-3 VALUE 0.
       01 BAND-COMPA-TOTAL     PIC 9(9)V9 COMP-3 VALUE 0.
       01 BAND-COMPA-AVERAGE   PIC 9(3)V9.
       01 BAND-HEADING.
           05 FILLER       PIC X(12) VALUE "ENO".
           05 FILLER       PIC X(22) VALUE "LAST NAME".
           05 FILLER       PIC X(6)  VALUE "DEPT".
           05 FILLER       PIC X(6)  VALUE "GRADE".
           05 FILLER       PIC X(16) VALUE "       PAYRATE".
           05 FILLER       PIC X(16) VALUE "       MINIMUM".
           05 FILLER       PIC X(16) VALUE "       MAXIMUM".
           05 FILLER       PIC X(7)  VALUE "COMPA%".
           05 FILLER       PIC X(12) VALUE "STATUS".
           05 FILLER       PIC X(14) VALUE "   COST TO MIN".
       01 BAND-LINE.
           05 BND-ENO            PIC X(10).
           05 FILLER             PIC X(2).
           05 BND-LNAME          PIC X(20).
           05 FILLER             PIC X(2).
           05 BND-DEPT           PIC X(4).
           05 FILLER             PIC X(2).
           05 BND-GRADE          PIC X(4).
           05 FILLER             PIC X(2).
           05 BND-PAYRATE        PIC $$$,$$$,$$9.99.
           05 FILLER             PIC X(2).
           05 BND-MIN            PIC $$$,$$$,$$9.99.
           05 FILLER             PIC X(2).
           05 BND-MAX            PIC $$$,$$$,$$9.99.
           05 FILLER             PIC X(2).
           05 BND-COMPA          PIC ZZ9.9.
           05 FILLER             PIC X(2).
           05 BND-STATUS         PIC X(10).
           05 FILLER             PIC X(2).
           05 BND-COST           PIC $$$,$$$,$$9.99.
       01 BAND-TOTAL-LINE.
           05 FILLER             PIC X(2).
           05 BTL-LABEL          PIC X(30).
           05 BTL-VALUE          PIC X(20).
       01 BAND-COUNT-ED        PIC ZZZZZZ9.
       01 BAND-COST-ED         PIC $$,$$$,$$$,$$9.99.
       01 BAND-COMPA-ED        PIC ZZ9.9.

      *> department budget versus actual. DEPTBUDGET.TBL: month
      *> yyyymm cols 1-6, canonical department cols 8-11, budgeted
      *> payroll cost 9(11)V99 cols 13-25, budgeted headcount cols
      *> 27-31. A department's actual cost for the month is the
      *> payrate of every employee scanned into it plus the
      *> commission earnings sent to the bureau for them this scan.
      *> The actuals are kept by month on DEPTACTUAL.DAT (month,
      *> department, headcount, sign, amount) - a rerun in the same
      *> month replaces that month's rows - so the year-to-date
      *> columns add up the budget and actual months of the year to
      *> date. The month is BUDGET-MONTH (yyyymm) if given, otherwise
      *> the run date's; a department whose month or year-to-date
      *> cost is over budget by more than BUDGET-TOLERANCE-PCT
      *> (default 5) is flagged. An empty or missing DEPTBUDGET.TBL
      *> turns the report off.
       01 BUDGET-STATUS        PIC XX.
       01 ACTHIST-STATUS       PIC XX.
       01 BUDGET-MONTH-X       PIC X(6) VALUE SPACES.
       01 BUDGET-MONTH         PIC 9(6).
       01 BUDGET-MONTH-R REDEFINES BUDGET-MONTH.
           05 BUDGET-YEAR      PIC 9(4).
           05 FILLER           PIC 9(2).
       01 BUDGET-TOL-X         PIC X(6) VALUE SPACES.
       01 BUDGET-TOL-PCT       PIC 9(3)V99 VALUE 5.
       01 BUDGET-COUNT         PIC 9(4) COMP VALUE 0.
       01 BUDGET-TABLE.
           03 BUDGET-ENTRY OCCURS 2000 TIMES
                   INDEXED BY BUD-IDX BUD-SCAN-IDX.
               05 BUD-MONTH          PIC 9(6).
               05 BUD-MONTH-R REDEFINES BUD-MONTH.
                   07 BUD-YEAR       PIC 9(4).
                   07 FILLER         PIC 9(2).
               05 BUD-DEPT           PIC X(4).
               05 BUD-AMOUNT         PIC 9(11)V99.
               05 BUD-HEADCOUNT      PIC 9(5).
               05 BUD-REPORTED-SW    PIC X.
                   88 BUD-REPORTED       VALUE "Y".
       01 ACTHIST-COUNT        PIC 9(4) COMP VALUE 0.
       01 ACTHIST-TABLE.
           03 ACTHIST-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ACT-IDX.
               05 ACT-MONTH          PIC 9(6).
               05 ACT-MONTH-R REDEFINES ACT-MONTH.
                   07 ACT-YEAR       PIC 9(4).
                   07 FILLER         PIC 9(2).
               05 ACT-DEPT           PIC X(4).
               05 ACT-HEADCOUNT      PIC 9(5).
               05 ACT-AMOUNT         PIC S9(11)V99 COMP-3.
       01 EMP-EARNINGS-SENT    PIC S9(11)V99 COMP-3.
       01 VAR-DEPT             PIC X(4).
       01 VAR-HEADCOUNT        PIC 9(5).
       01 VAR-BUD-HEADCOUNT    PIC 9(5).
       01 VAR-BUDGET           PIC S9(13)V99 COMP-3.
       01 VAR-ACTUAL           PIC S9(13)V99 COMP-3.
       01 VAR-YTD-BUDGET       PIC S9(13)V99 COMP-3.
       01 VAR-YTD-ACTUAL       PIC S9(13)V99 COMP-3.
       01 VAR-AMOUNT           PIC S9(13)V99 COMP-3.
       01 VAR-PCT-BASE         PIC S9(13)V99 COMP-3.
       01 VAR-PCT              PIC S9(5)V99.
       01 VAR-TOT-HEADCOUNT    PIC 9(7) VALUE 0.
       01 VAR-TOT-BUD-HEADCOUNT PIC 9(7) VALUE 0.
       01 VAR-TOT-BUDGET       PIC S9(13)V99 COMP-3 VALUE 0.
       01 VAR-TOT-ACTUAL       PIC S9(13)V99 COMP-3 VALUE 0.
       01 VAR-TOT-YTD-BUDGET   PIC S9(13)V99 COMP-3 VALUE 0.
       01 VAR-TOT-YTD-ACTUAL   PIC S9(13)V99 COMP-3 VALUE 0.
       01 VAR-OVER-COUNT       PIC 9(3) VALUE 0.
       01 VAR-OVER-SW          PIC X.
           88 VAR-OVER-BUDGET      VALUE "Y".
       01 VAR-HEADING-1.
           05 FILLER       PIC X(51)
               VALUE "DEPARTMENT PAYROLL BUDGET VERSUS ACTUAL - MONTH ".
           05 VHD-MONTH    PIC 9(6).
           05 FILLER       PIC X(14) VALUE "   TOLERANCE ".
           05 VHD-TOL      PIC ZZ9.99.
           05 FILLER       PIC X VALUE "%".
       01 VAR-HEADING-2.
           05 FILLER       PIC X(6)  VALUE "DEPT".
           05 FILLER       PIC X(13) VALUE "HEADS ACT/BUD".
           05 FILLER       PIC X(20) VALUE "            BUDGET".
           05 FILLER       PIC X(20) VALUE "            ACTUAL".
           05 FILLER       PIC X(20) VALUE "          VARIANCE".
           05 FILLER       PIC X(10) VALUE "    VAR%".
           05 FILLER       PIC X(20) VALUE "        YTD BUDGET".
           05 FILLER       PIC X(20) VALUE "        YTD ACTUAL".
           05 FILLER       PIC X(20) VALUE "      YTD VARIANCE".
           05 FILLER       PIC X(10) VALUE "   YTD%".
           05 FILLER       PIC X(14) VALUE "FLAG".
       01 VAR-LINE.
           05 VRL-DEPT           PIC X(4).
           05 FILLER             PIC X(2).
           05 VRL-HEADS          PIC ZZZZZ9.
           05 FILLER             PIC X VALUE "/".
           05 VRL-BUD-HEADS      PIC ZZZZZ9.
           05 FILLER             PIC X(2).
           05 VRL-BUDGET         PIC ---,---,---,--9.99.
           05 FILLER             PIC X(2).
           05 VRL-ACTUAL         PIC ---,---,---,--9.99.
           05 FILLER             PIC X(2).
           05 VRL-VARIANCE       PIC ---,---,---,--9.99.
           05 FILLER             PIC X(2).
           05 VRL-PCT            PIC ----9.99.
           05 FILLER             PIC X(2).
           05 VRL-YTD-BUDGET     PIC ---,---,---,--9.99.
           05 FILLER             PIC X(2).
           05 VRL-YTD-ACTUAL     PIC ---,---,---,--9.99.
           05 FILLER             PIC X(2).
           05 VRL-YTD-VARIANCE   PIC ---,---,---,--9.99.
           05 FILLER             PIC X(2).
           05 VRL-YTD-PCT        PIC ----9.99.
           05 FILLER             PIC X(2).
           05 VRL-FLAG           PIC X(14).

      *> pagination control and print lines for EMPRPT.TXT.
       01 RPT-LINE-COUNT   PIC 9(3) VALUE 99.
       01 RPT-PAGE-COUNT   PIC 9(5) VALUE 0.
           PERFORM LOAD-DEPT-REF-TABLE
           PERFORM LOAD-PAYRATE-SNAPSHOT
           PERFORM LOAD-APPROVAL-LIST
           PERFORM LOAD-REP-ENO-XREF
           PERFORM LOAD-COMM-RELEASED
           PERFORM LOAD-PAY-BAND-TABLE
           PERFORM LOAD-EMP-GRADE-TABLE
           PERFORM LOAD-DEPT-BUDGET
           ACCEPT TOLERANCE-PCT-X
               FROM ENVIRONMENT "PAYRATE-TOLERANCE-PCT"
           IF TOLERANCE-PCT-X NOT = SPACES
           OPEN OUTPUT BUREAU-EXTRACT
           ACCEPT BX-HDR-RUN-DATE FROM DATE YYYYMMDD
           WRITE BUREAU-RECORD FROM BX-HEADER
           OPEN OUTPUT RETRO-REGISTER
           WRITE RETRO-REGISTER-RECORD FROM
               "RETRO PAY REGISTER - BACK-DATED RATE CHANGES SENT"
           MOVE ALL "=" TO RETRO-REGISTER-RECORD
           WRITE RETRO-REGISTER-RECORD
           WRITE RETRO-REGISTER-RECORD FROM RETRO-HEADING

      * declare cursor for select
           EXEC SQL
               PERFORM 50-FETCH-UPDATE
           END-PERFORM

           PERFORM CLOSE-COMM-RELEASED
           PERFORM CLOSE-PAY-BAND-REPORT
           PERFORM WRITE-BUDGET-VARIANCE
           PERFORM WRITE-RUN-LOG-END
           PERFORM DISPLAY-STATS
           IF DEPT-REF-COUNT > 0
           MOVE BX-RECORD-COUNT TO BX-TRL-COUNT
           MOVE BX-PAYRATE-HASH TO BX-TRL-PAYRATE
           MOVE BX-COM-HASH TO BX-TRL-COM
           MOVE BX-EARNINGS-HASH TO BX-TRL-EARNINGS
           MOVE BX-RETRO-HASH TO BX-TRL-RETRO
           WRITE BUREAU-RECORD FROM BX-TRAILER
           CLOSE BUREAU-EXTRACT
           MOVE SPACES TO RETRO-REGISTER-RECORD
           WRITE RETRO-REGISTER-RECORD
           MOVE RETRO-COUNT TO RTT-COUNT
           MOVE RETRO-TOTAL TO RTT-AMOUNT
           WRITE RETRO-REGISTER-RECORD FROM RETRO-TOTAL-LINE
           CLOSE RETRO-REGISTER
           MOVE SPACES TO PAYRATE-CHANGES-RECORD
           WRITE PAYRATE-CHANGES-RECORD
           MOVE SPACES TO CHANGE-LINE
               END-IF
               ADD PAYRATE TO TOTAL-PAYRATE
               PERFORM ACCUMULATE-DEPT-TOTAL
               PERFORM CHECK-PAY-BAND
               PERFORM CHECK-PAYRATE-CHANGE
               IF HOLD-THIS-EMPLOYEE
                   ADD 1 TO HELD-COUNT
               ELSE
                   PERFORM WRITE-BUREAU-DETAIL
                   PERFORM ADD-DEPT-EARNINGS
               END-IF
               PERFORM WRITE-SNAPSHOT-ROW
           END-IF
      *> extract unless the eno is on the supervisor approval list.
       CHECK-PAYRATE-CHANGE.
           MOVE "N" TO HOLD-SW
           MOVE "N" TO RETRO-DUE-SW
           PERFORM FIND-SNAPSHOT-ENTRY
           IF NOT SNAP-FOUND
               EXIT PARAGRAPH
                   SET HOLD-THIS-EMPLOYEE TO TRUE
               END-IF
           END-IF
           IF NOT HOLD-THIS-EMPLOYEE AND PAYRATE NOT = OLD-PAYRATE
               PERFORM CHECK-APPROVAL-LIST
               IF CHANGE-APPROVED
                   PERFORM COMPUTE-RETRO-PAY
               END-IF
           END-IF
           IF RETRO-DUE
               IF CHG-FLAG = SPACES
                   MOVE "RETRO PAY SENT" TO CHG-FLAG
               ELSE
                   MOVE "OVER TOL-APPROVED, RETRO" TO CHG-FLAG
               END-IF
           END-IF
           WRITE PAYRATE-CHANGES-RECORD FROM CHANGE-LINE
           .

      *> the back pay for the approved change's effective date up to
      *> the end of last month - nothing when it is not back-dated
      *> past this scan's month.
       COMPUTE-RETRO-PAY.
           IF APPROVE-EFFECTIVE(APPR-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE APPROVE-EFFECTIVE(APPR-IDX) TO RETRO-FROM
           MOVE BX-HDR-RUN-DATE TO RETRO-MONTH-START
           MOVE "01" TO RETRO-MONTH-START(7:2)
           IF RETRO-FROM >= RETRO-MONTH-START
               EXIT PARAGRAPH
           END-IF
           COMPUTE RETRO-TO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RETRO-MONTH-START) - 1)

           MOVE RETRO-FROM TO RETRO-NEXT-MONTH
           MOVE 1 TO RETRO-NEXT-DD
           IF RETRO-NEXT-MM = 12
               ADD 1 TO RETRO-NEXT-YEAR
               MOVE 1 TO RETRO-NEXT-MM
           ELSE
               ADD 1 TO RETRO-NEXT-MM
           END-IF
           MOVE RETRO-FROM TO RETRO-MONTH-START
           MOVE "01" TO RETRO-MONTH-START(7:2)
           COMPUTE RETRO-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(RETRO-NEXT-MONTH)
             - FUNCTION INTEGER-OF-DATE(RETRO-MONTH-START)
           COMPUTE RETRO-DAYS-AT-NEW =
               RETRO-DAYS-IN-MONTH - RETRO-FROM-DAY + 1
           COMPUTE RETRO-FROM-MONTH-NO =
               RETRO-FROM-YEAR * 12 + RETRO-FROM-MONTH
           COMPUTE RETRO-TO-MONTH-NO =
               RETRO-TO-YEAR * 12 + RETRO-TO-MONTH
           COMPUTE RETRO-PERIODS ROUNDED =
               RETRO-TO-MONTH-NO - RETRO-FROM-MONTH-NO
             + RETRO-DAYS-AT-NEW / RETRO-DAYS-IN-MONTH
           COMPUTE RETRO-AMOUNT ROUNDED =
               (PAYRATE - OLD-PAYRATE) * RETRO-PERIODS
               ON SIZE ERROR
                   DISPLAY 'ERROR: retro pay too large for ' ENO
                   EXIT PARAGRAPH
           END-COMPUTE
           IF RETRO-AMOUNT NOT = 0
               SET RETRO-DUE TO TRUE
           END-IF
           .

       FIND-SNAPSHOT-ENTRY.
           MOVE "N" TO SNAP-FOUND-SW
           SET SNAP-IDX TO 1
           MOVE "N" TO APPROVED-SW
           SET APPR-IDX TO 1
           IF APPROVE-COUNT > 0
               SEARCH APPROVE-ENTRY
                   AT END
                       CONTINUE
                   WHEN APPROVE-ENO(APPR-IDX) = ENO
           IF APPROVE-STATUS = "00"
               ADD 1 TO APPROVE-COUNT
               SET APPR-IDX TO APPROVE-COUNT
               MOVE PAR-ENO TO APPROVE-ENO(APPR-IDX)
               IF PAR-EFFECTIVE IS NUMERIC
                   MOVE PAR-EFFECTIVE TO APPROVE-EFFECTIVE(APPR-IDX)
               ELSE
                   MOVE 0 TO APPROVE-EFFECTIVE(APPR-IDX)
               END-IF
           END-IF
           .

           ADD PAYRATE TO BX-PAYRATE-HASH
           ADD 1 TO BX-RECORD-COUNT
           WRITE BUREAU-RECORD FROM BX-DETAIL
           MOVE 0 TO EMP-EARNINGS-SENT
           PERFORM SEND-ONE-EARNINGS
               VARYING CREL-IDX FROM 1 BY 1
               UNTIL CREL-IDX > CREL-COUNT
           IF RETRO-DUE
               PERFORM SEND-RETRO-PAY
           END-IF
           .

      *> the retro goes out once, with the scan that releases the
      *> change - next month's snapshot already holds the new rate.
       SEND-RETRO-PAY.
           MOVE ENO TO BX-RET-ENO
           MOVE RETRO-FROM TO BX-RET-FROM
           MOVE RETRO-TO TO BX-RET-TO
           MOVE RETRO-PERIODS TO BX-RET-PERIODS
           MOVE OLD-PAYRATE TO BX-RET-OLD-RATE
           MOVE PAYRATE TO BX-RET-NEW-RATE
           MOVE "+" TO BX-RET-SIGN
           IF RETRO-AMOUNT < 0
               MOVE "-" TO BX-RET-SIGN
           END-IF
           MOVE RETRO-AMOUNT TO BX-RET-AMOUNT
           WRITE BUREAU-RECORD FROM BX-RETRO
           ADD 1 TO BX-RECORD-COUNT
           ADD BX-RET-AMOUNT TO BX-RETRO-HASH

           ADD 1 TO RETRO-COUNT
           ADD RETRO-AMOUNT TO RETRO-TOTAL
           MOVE SPACES TO RETRO-LINE
           MOVE ENO TO RTL-ENO
           MOVE LNAME TO RTL-LNAME
           MOVE RETRO-FROM TO RTL-FROM
           MOVE RETRO-TO TO RTL-TO
           MOVE RETRO-PERIODS TO RTL-PERIODS
           MOVE OLD-PAYRATE TO RTL-OLD-RATE
           MOVE PAYRATE TO RTL-NEW-RATE
           MOVE RETRO-AMOUNT TO RTL-AMOUNT
           WRITE RETRO-REGISTER-RECORD FROM RETRO-LINE
           .

      *> the employee just sent gets every OPEN released commission
      *> line whose rep the cross-reference maps to their ENO.
       SEND-ONE-EARNINGS.
           MOVE CREL-LINE(CREL-IDX) TO CREL-VIEW
           IF NOT CRV-IS-OPEN OR CREL-ENO(CREL-IDX) NOT = ENO
               EXIT PARAGRAPH
           END-IF
           MOVE ENO TO BX-ERN-ENO
           MOVE CRV-REP-NAME TO BX-ERN-REP-NAME
           MOVE CRV-RUN-ID TO BX-ERN-RUN-ID
           MOVE CRV-SIGN TO BX-ERN-SIGN
           MOVE CRV-AMOUNT TO BX-ERN-AMOUNT
           WRITE BUREAU-RECORD FROM BX-EARNINGS
           ADD 1 TO BX-RECORD-COUNT
           ADD CRV-AMOUNT TO BX-EARNINGS-HASH
           IF CRV-SIGN = "-"
               SUBTRACT CRV-AMOUNT FROM EMP-EARNINGS-SENT
           ELSE
               ADD CRV-AMOUNT TO EMP-EARNINGS-SENT
           END-IF
           ADD 1 TO EARNINGS-SENT-COUNT
           MOVE "SENT" TO CRV-STATUS
           MOVE BX-HDR-RUN-DATE TO CRV-SENT-DATE
           MOVE CREL-VIEW TO CREL-LINE(CREL-IDX)
           .

       LOAD-REP-ENO-XREF.
           MOVE 0 TO XREF-COUNT
           OPEN INPUT REP-ENO-XREF
           IF XREF-STATUS = "00"
               PERFORM LOAD-ONE-XREF
                   UNTIL XREF-STATUS NOT = "00"
                      OR XREF-COUNT = 2000
               CLOSE REP-ENO-XREF
           END-IF
           .

       LOAD-ONE-XREF.
           READ REP-ENO-XREF INTO XREF-LINE
           IF XREF-STATUS = "00"
               IF XRL-REP-NAME NOT = SPACES AND XRL-ENO NOT = SPACES
                   ADD 1 TO XREF-COUNT
                   SET XREF-IDX TO XREF-COUNT
                   MOVE XRL-REP-NAME TO XREF-REP-NAME(XREF-IDX)
                   MOVE XRL-ENO TO XREF-ENO(XREF-IDX)
               END-IF
           END-IF
           .

      *> the whole queue is loaded (sent lines too) so it can be
      *> rewritten with this scan's sends marked; each OPEN line's
      *> ENO is resolved once here.
       LOAD-COMM-RELEASED.
           MOVE 0 TO CREL-COUNT
           OPEN INPUT COMM-RELEASED-FILE
           IF COMMREL-STATUS = "00"
               PERFORM LOAD-ONE-COMM-RELEASED
                   UNTIL COMMREL-STATUS NOT = "00"
                      OR CREL-COUNT = 5000
               CLOSE COMM-RELEASED-FILE
           END-IF
           .

       LOAD-ONE-COMM-RELEASED.
           READ COMM-RELEASED-FILE INTO CREL-VIEW
           IF COMMREL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CREL-COUNT
           SET CREL-IDX TO CREL-COUNT
           MOVE CREL-VIEW TO CREL-LINE(CREL-IDX)
           MOVE SPACES TO CREL-ENO(CREL-IDX)
           IF CRV-IS-OPEN AND XREF-COUNT > 0
               SET XREF-IDX TO 1
               SEARCH XREF-ENTRY
                   AT END
                       CONTINUE
                   WHEN XREF-REP-NAME(XREF-IDX) = CRV-REP-NAME
                       MOVE XREF-ENO(XREF-IDX) TO CREL-ENO(CREL-IDX)
               END-SEARCH
           END-IF
           .

      *> the queue rewritten with this scan's sends marked, and the
      *> earnings still OPEN listed - reported, never dropped.
       CLOSE-COMM-RELEASED.
           OPEN OUTPUT COMM-UNMATCHED-REPORT
           WRITE COMM-UNMATCHED-RECORD FROM
               "RELEASED COMMISSIONS NOT SENT TO THE BUREAU"
           MOVE ALL "=" TO COMM-UNMATCHED-RECORD
           WRITE COMM-UNMATCHED-RECORD
           MOVE 0 TO EARNINGS-OPEN-COUNT
           PERFORM REPORT-ONE-UNSENT
               VARYING CREL-IDX FROM 1 BY 1
               UNTIL CREL-IDX > CREL-COUNT
           MOVE SPACES TO COMM-UNMATCHED-RECORD
           WRITE COMM-UNMATCHED-RECORD
           MOVE SPACES TO COMM-UNMATCHED-RECORD
           STRING EARNINGS-SENT-COUNT DELIMITED BY SIZE
                  " SENT, "           DELIMITED BY SIZE
                  EARNINGS-OPEN-COUNT DELIMITED BY SIZE
                  " STILL OPEN"       DELIMITED BY SIZE
               INTO COMM-UNMATCHED-RECORD
           END-STRING
           WRITE COMM-UNMATCHED-RECORD
           CLOSE COMM-UNMATCHED-REPORT
           IF EARNINGS-OPEN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF

           IF CREL-COUNT > 0
               OPEN OUTPUT COMM-RELEASED-FILE
               PERFORM REWRITE-ONE-COMM-RELEASED
                   VARYING CREL-IDX FROM 1 BY 1
                   UNTIL CREL-IDX > CREL-COUNT
               CLOSE COMM-RELEASED-FILE
           END-IF
           .

       REPORT-ONE-UNSENT.
           MOVE CREL-LINE(CREL-IDX) TO CREL-VIEW
           IF NOT CRV-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EARNINGS-OPEN-COUNT
           MOVE SPACES TO UNMATCHED-LINE
           MOVE CRV-RUN-ID TO UNM-RUN-ID
           MOVE CRV-REP-NAME TO UNM-REP-NAME
           MOVE CRV-AMOUNT TO UNM-WORK
           IF CRV-SIGN = "-"
               COMPUTE UNM-WORK = 0 - UNM-WORK
           END-IF
           MOVE UNM-WORK TO UNM-AMOUNT
           IF CREL-ENO(CREL-IDX) = SPACES
               MOVE "NO ENO ON REPENO.TBL" TO UNM-REASON
           ELSE
               MOVE SPACES TO UNM-REASON
               STRING "ENO "                 DELIMITED BY SIZE
                      CREL-ENO(CREL-IDX)     DELIMITED BY SPACE
                      " NOT SENT THIS SCAN"  DELIMITED BY SIZE
                   INTO UNM-REASON
               END-STRING
           END-IF
           WRITE COMM-UNMATCHED-RECORD FROM UNMATCHED-LINE
           .

       REWRITE-ONE-COMM-RELEASED.
           WRITE COMM-RELEASED-RECORD FROM CREL-LINE(CREL-IDX)
           .

      *> keeps a running payrate/best-commission subtotal per
                   PERFORM ADD-NEW-DEPT-TOTAL-ENTRY
               WHEN DEPT-TOTAL-CODE(DEPT-IDX) = DEPT-CANONICAL
                   ADD PAYRATE TO DEPT-TOTAL-PAYRATE(DEPT-IDX)
                   ADD 1 TO DEPT-TOTAL-HEADCOUNT(DEPT-IDX)
                   IF COM-NULL-IND >= 0 AND COM > DEPT-TOTAL-BEST-COM(DEPT-IDX)
                       MOVE COM TO DEPT-TOTAL-BEST-COM(DEPT-IDX)
                   END-IF
               ADD 1 TO DEPT-COUNT
               MOVE DEPT-CANONICAL TO DEPT-TOTAL-CODE(DEPT-COUNT)
               MOVE PAYRATE TO DEPT-TOTAL-PAYRATE(DEPT-COUNT)
               MOVE 1 TO DEPT-TOTAL-HEADCOUNT(DEPT-COUNT)
               MOVE 0 TO DEPT-TOTAL-EARNINGS(DEPT-COUNT)
               IF COM-NULL-IND >= 0
                   MOVE COM TO DEPT-TOTAL-BEST-COM(DEPT-COUNT)
               ELSE
           END-IF
           .

      *> the commission earnings just sent for the employee count
      *> towards their department's actual payroll cost.
       ADD-DEPT-EARNINGS.
           IF DEPT-IS-ORPHAN OR EMP-EARNINGS-SENT = 0
               EXIT PARAGRAPH
           END-IF
           SET DEPT-IDX TO 1
           SEARCH DEPT-TOTAL-ENTRY
               AT END
                   CONTINUE
               WHEN DEPT-TOTAL-CODE(DEPT-IDX) = DEPT-CANONICAL
                   ADD EMP-EARNINGS-SENT TO DEPT-TOTAL-EARNINGS(DEPT-IDX)
           END-SEARCH
           .

       RESOLVE-CANONICAL-DEPT.
           MOVE "N" TO DEPT-IS-ORPHAN-SW
           IF DEPT-REF-COUNT = 0
           END-IF
           .

      *> the employee's payrate against the band for their canonical
      *> department (the raw DEPT for an orphan) and grade. Only the
      *> out-of-band and unassessable employees are listed; everyone
      *> assessed counts towards the average compa-ratio.
       CHECK-PAY-BAND.
           IF BAND-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BAND-CHECKED-COUNT
           IF DEPT-IS-ORPHAN
               MOVE DEPT TO BAND-DEPT-KEY
           ELSE
               MOVE DEPT-CANONICAL TO BAND-DEPT-KEY
           END-IF
           MOVE SPACES TO BAND-LINE
           MOVE ENO TO BND-ENO
           MOVE LNAME TO BND-LNAME
           MOVE BAND-DEPT-KEY TO BND-DEPT
           MOVE PAYRATE TO BND-PAYRATE

           PERFORM FIND-EMP-GRADE
           IF EMP-GRADE = SPACES
               ADD 1 TO BAND-NO-GRADE-COUNT
               MOVE "NO GRADE" TO BND-STATUS
               WRITE PAY-BAND-REPORT-RECORD FROM BAND-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-GRADE TO BND-GRADE
           PERFORM FIND-PAY-BAND
           IF NOT BAND-FOUND
               ADD 1 TO BAND-NO-BAND-COUNT
               MOVE "NO BAND" TO BND-STATUS
               WRITE PAY-BAND-REPORT-RECORD FROM BAND-LINE
               EXIT PARAGRAPH
           END-IF

           IF BAND-MID(BAND-IDX) = 0
               MOVE 999.9 TO COMPA-RATIO
           ELSE
               COMPUTE COMPA-RATIO ROUNDED =
                   PAYRATE * 100 / BAND-MID(BAND-IDX)
                   ON SIZE ERROR MOVE 999.9 TO COMPA-RATIO
               END-COMPUTE
           END-IF
           ADD COMPA-RATIO TO BAND-COMPA-TOTAL
           IF PAYRATE NOT < BAND-MIN(BAND-IDX)
              AND PAYRATE NOT > BAND-MAX(BAND-IDX)
               ADD 1 TO BAND-WITHIN-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE BAND-MIN(BAND-IDX) TO BND-MIN
           MOVE BAND-MAX(BAND-IDX) TO BND-MAX
           MOVE COMPA-RATIO TO BND-COMPA
           IF PAYRATE < BAND-MIN(BAND-IDX)
               ADD 1 TO BAND-BELOW-COUNT
               MOVE "BELOW MIN" TO BND-STATUS
               COMPUTE BAND-COST-TO-MIN = BAND-COST-TO-MIN
                   + BAND-MIN(BAND-IDX) - PAYRATE
               COMPUTE BND-COST = BAND-MIN(BAND-IDX) - PAYRATE
           ELSE
               ADD 1 TO BAND-ABOVE-COUNT
               MOVE "ABOVE MAX" TO BND-STATUS
           END-IF
           WRITE PAY-BAND-REPORT-RECORD FROM BAND-LINE
           .

       FIND-EMP-GRADE.
           MOVE SPACES TO EMP-GRADE
           SET GRADE-IDX TO 1
           IF GRADE-COUNT > 0
               SEARCH GRADE-ENTRY
                   AT END
                       CONTINUE
                   WHEN GRADE-IDX > GRADE-COUNT
                       CONTINUE
                   WHEN GRADE-TBL-ENO(GRADE-IDX) = ENO
                       MOVE GRADE-TBL-GRADE(GRADE-IDX) TO EMP-GRADE
               END-SEARCH
           END-IF
           .

       FIND-PAY-BAND.
           MOVE "N" TO BAND-FOUND-SW
           SET BAND-IDX TO 1
           SEARCH BAND-ENTRY
               AT END
                   CONTINUE
               WHEN BAND-IDX > BAND-COUNT
                   CONTINUE
               WHEN BAND-DEPT(BAND-IDX) = BAND-DEPT-KEY
                AND BAND-GRADE(BAND-IDX) = EMP-GRADE
                   SET BAND-FOUND TO TRUE
           END-SEARCH
           .

      *> a line that is not a band (a heading, a blank) is skipped.
       LOAD-PAY-BAND-TABLE.
           MOVE 0 TO BAND-COUNT
           OPEN INPUT PAY-BAND-FILE
           IF BAND-STATUS = "00"
               PERFORM LOAD-ONE-PAY-BAND
                   UNTIL BAND-STATUS NOT = "00"
                      OR BAND-COUNT = 1000
               CLOSE PAY-BAND-FILE
           END-IF
           IF BAND-COUNT > 0
               OPEN OUTPUT PAY-BAND-REPORT
               WRITE PAY-BAND-REPORT-RECORD FROM
                   "SALARY BAND COMPLIANCE - EMPLOYEES OUTSIDE PAYBAND.TBL"
               MOVE ALL "=" TO PAY-BAND-REPORT-RECORD
               WRITE PAY-BAND-REPORT-RECORD
               WRITE PAY-BAND-REPORT-RECORD FROM BAND-HEADING
           END-IF
           .

       LOAD-ONE-PAY-BAND.
           READ PAY-BAND-FILE
           IF BAND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF PBR-DEPT = SPACES OR PBR-GRADE = SPACES
              OR PBR-MIN NOT NUMERIC OR PBR-MAX NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BAND-COUNT
           SET BAND-IDX TO BAND-COUNT
           MOVE PBR-DEPT TO BAND-DEPT(BAND-IDX)
           MOVE PBR-GRADE TO BAND-GRADE(BAND-IDX)
           MOVE PBR-MIN TO BAND-MIN(BAND-IDX)
           MOVE PBR-MAX TO BAND-MAX(BAND-IDX)
           IF PBR-MID NUMERIC AND PBR-MID > 0
               MOVE PBR-MID TO BAND-MID(BAND-IDX)
           ELSE
               COMPUTE BAND-MID(BAND-IDX) ROUNDED =
                   (PBR-MIN + PBR-MAX) / 2
           END-IF
           .

       LOAD-EMP-GRADE-TABLE.
           MOVE 0 TO GRADE-COUNT
           OPEN INPUT EMP-GRADE-FILE
           IF GRADE-STATUS = "00"
               PERFORM LOAD-ONE-EMP-GRADE
                   UNTIL GRADE-STATUS NOT = "00"
                      OR GRADE-COUNT = 20000
               CLOSE EMP-GRADE-FILE
           END-IF
           .

       LOAD-ONE-EMP-GRADE.
           READ EMP-GRADE-FILE
           IF GRADE-STATUS = "00"
              AND EGR-ENO NOT = SPACES AND EGR-GRADE NOT = SPACES
               ADD 1 TO GRADE-COUNT
               SET GRADE-IDX TO GRADE-COUNT
               MOVE EGR-ENO TO GRADE-TBL-ENO(GRADE-IDX)
               MOVE EGR-GRADE TO GRADE-TBL-GRADE(GRADE-IDX)
           END-IF
           .

      *> the compliance totals, and a warning return code when anyone
      *> is outside their band or could not be checked.
       CLOSE-PAY-BAND-REPORT.
           IF BAND-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PAY-BAND-REPORT-RECORD
           WRITE PAY-BAND-REPORT-RECORD
           MOVE SPACES TO BAND-TOTAL-LINE
           MOVE "EMPLOYEES CHECKED" TO BTL-LABEL
           MOVE BAND-CHECKED-COUNT TO BAND-COUNT-ED
           MOVE BAND-COUNT-ED TO BTL-VALUE
           WRITE PAY-BAND-REPORT-RECORD FROM BAND-TOTAL-LINE
           MOVE "WITHIN BAND" TO BTL-LABEL
           MOVE BAND-WITHIN-COUNT TO BAND-COUNT-ED
           MOVE BAND-COUNT-ED TO BTL-VALUE
           WRITE PAY-BAND-REPORT-RECORD FROM BAND-TOTAL-LINE
           MOVE "BELOW MINIMUM" TO BTL-LABEL
           MOVE BAND-BELOW-COUNT TO BAND-COUNT-ED
           MOVE BAND-COUNT-ED TO BTL-VALUE
           WRITE PAY-BAND-REPORT-RECORD FROM BAND-TOTAL-LINE
           MOVE "ABOVE MAXIMUM" TO BTL-LABEL
           MOVE BAND-ABOVE-COUNT TO BAND-COUNT-ED
           MOVE BAND-COUNT-ED TO BTL-VALUE
           WRITE PAY-BAND-REPORT-RECORD FROM BAND-TOTAL-LINE
           MOVE "NO GRADE ON EMPGRADE.TBL" TO BTL-LABEL
           MOVE BAND-NO-GRADE-COUNT TO BAND-COUNT-ED
           MOVE BAND-COUNT-ED TO BTL-VALUE
           WRITE PAY-BAND-REPORT-RECORD FROM BAND-TOTAL-LINE
           MOVE "NO BAND FOR DEPT/GRADE" TO BTL-LABEL
           MOVE BAND-NO-BAND-COUNT TO BAND-COUNT-ED
           MOVE BAND-COUNT-ED TO BTL-VALUE
           WRITE PAY-BAND-REPORT-RECORD FROM BAND-TOTAL-LINE
           MOVE "COST TO BRING UP TO MINIMUM" TO BTL-LABEL
           MOVE BAND-COST-TO-MIN TO BAND-COST-ED
           MOVE BAND-COST-ED TO BTL-VALUE
           WRITE PAY-BAND-REPORT-RECORD FROM BAND-TOTAL-LINE
           MOVE "AVERAGE COMPA-RATIO %" TO BTL-LABEL
           MOVE 0 TO BAND-COMPA-AVERAGE
           IF BAND-CHECKED-COUNT > BAND-NO-GRADE-COUNT
                                 + BAND-NO-BAND-COUNT
               COMPUTE BAND-COMPA-AVERAGE ROUNDED = BAND-COMPA-TOTAL
                   / (BAND-CHECKED-COUNT - BAND-NO-GRADE-COUNT
                                         - BAND-NO-BAND-COUNT)
           END-IF
           MOVE BAND-COMPA-AVERAGE TO BAND-COMPA-ED
           MOVE BAND-COMPA-ED TO BTL-VALUE
           WRITE PAY-BAND-REPORT-RECORD FROM BAND-TOTAL-LINE
           CLOSE PAY-BAND-REPORT
           IF BAND-BELOW-COUNT + BAND-ABOVE-COUNT + BAND-NO-GRADE-COUNT
                 + BAND-NO-BAND-COUNT > 0
              AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *> budgets for every month are held, as are the actuals of
      *> earlier months, so the year to date can be added up.
       LOAD-DEPT-BUDGET.
           MOVE 0 TO BUDGET-COUNT ACTHIST-COUNT
           OPEN INPUT DEPT-BUDGET-FILE
           IF BUDGET-STATUS = "00"
               PERFORM LOAD-ONE-DEPT-BUDGET
                   UNTIL BUDGET-STATUS NOT = "00"
                      OR BUDGET-COUNT = 2000
               CLOSE DEPT-BUDGET-FILE
           END-IF
           IF BUDGET-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DEPT-ACTUAL-FILE
           IF ACTHIST-STATUS = "00"
               PERFORM LOAD-ONE-DEPT-ACTUAL
                   UNTIL ACTHIST-STATUS NOT = "00"
                      OR ACTHIST-COUNT = 5000
               CLOSE DEPT-ACTUAL-FILE
           END-IF
           .

       LOAD-ONE-DEPT-BUDGET.
           READ DEPT-BUDGET-FILE
           IF BUDGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF DBR-MONTH NOT NUMERIC OR DBR-DEPT = SPACES
              OR DBR-AMOUNT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BUDGET-COUNT
           SET BUD-IDX TO BUDGET-COUNT
           MOVE DBR-MONTH TO BUD-MONTH(BUD-IDX)
           MOVE DBR-DEPT TO BUD-DEPT(BUD-IDX)
           MOVE DBR-AMOUNT TO BUD-AMOUNT(BUD-IDX)
           IF DBR-HEADCOUNT NUMERIC
               MOVE DBR-HEADCOUNT TO BUD-HEADCOUNT(BUD-IDX)
           ELSE
               MOVE 0 TO BUD-HEADCOUNT(BUD-IDX)
           END-IF
           MOVE "N" TO BUD-REPORTED-SW(BUD-IDX)
           .

       LOAD-ONE-DEPT-ACTUAL.
           READ DEPT-ACTUAL-FILE
           IF ACTHIST-STATUS = "00"
               ADD 1 TO ACTHIST-COUNT
               SET ACT-IDX TO ACTHIST-COUNT
               MOVE DAR-MONTH TO ACT-MONTH(ACT-IDX)
               MOVE DAR-DEPT TO ACT-DEPT(ACT-IDX)
               MOVE DAR-HEADCOUNT TO ACT-HEADCOUNT(ACT-IDX)
               MOVE DAR-AMOUNT TO ACT-AMOUNT(ACT-IDX)
               IF DAR-SIGN = "-"
                   COMPUTE ACT-AMOUNT(ACT-IDX) = 0 - DAR-AMOUNT
               END-IF
           END-IF
           .

      *> one line per department scanned, then one per department
      *> budgeted for the month with nobody scanned into it, then the
      *> totals; the month's actuals are then written back to the
      *> history in place of any earlier run's for the same month.
       WRITE-BUDGET-VARIANCE.
           IF BUDGET-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           ACCEPT BUDGET-MONTH-X FROM ENVIRONMENT "BUDGET-MONTH"
           IF BUDGET-MONTH-X IS NUMERIC
               MOVE BUDGET-MONTH-X TO BUDGET-MONTH
           ELSE
               MOVE BX-HDR-RUN-DATE(1:6) TO BUDGET-MONTH
           END-IF
           ACCEPT BUDGET-TOL-X FROM ENVIRONMENT "BUDGET-TOLERANCE-PCT"
           IF BUDGET-TOL-X NOT = SPACES
               MOVE FUNCTION numval(BUDGET-TOL-X) TO BUDGET-TOL-PCT
           END-IF

           OPEN OUTPUT BUDGET-VARIANCE-REPORT
           MOVE BUDGET-MONTH TO VHD-MONTH
           MOVE BUDGET-TOL-PCT TO VHD-TOL
           WRITE BUDGET-VARIANCE-RECORD FROM VAR-HEADING-1
           MOVE ALL "=" TO BUDGET-VARIANCE-RECORD
           WRITE BUDGET-VARIANCE-RECORD
           WRITE BUDGET-VARIANCE-RECORD FROM VAR-HEADING-2
           PERFORM VARIANCE-ONE-SCANNED-DEPT
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > DEPT-COUNT
           PERFORM VARIANCE-ONE-UNSCANNED-DEPT
               VARYING BUD-SCAN-IDX FROM 1 BY 1
               UNTIL BUD-SCAN-IDX > BUDGET-COUNT

           MOVE SPACES TO BUDGET-VARIANCE-RECORD
           WRITE BUDGET-VARIANCE-RECORD
           MOVE "ALL" TO VAR-DEPT
           MOVE VAR-TOT-HEADCOUNT TO VAR-HEADCOUNT
           MOVE VAR-TOT-BUD-HEADCOUNT TO VAR-BUD-HEADCOUNT
           MOVE VAR-TOT-BUDGET TO VAR-BUDGET
           MOVE VAR-TOT-ACTUAL TO VAR-ACTUAL
           MOVE VAR-TOT-YTD-BUDGET TO VAR-YTD-BUDGET
           MOVE VAR-TOT-YTD-ACTUAL TO VAR-YTD-ACTUAL
           PERFORM WRITE-VARIANCE-LINE
           MOVE SPACES TO BUDGET-VARIANCE-RECORD
           WRITE BUDGET-VARIANCE-RECORD
           MOVE SPACES TO BUDGET-VARIANCE-RECORD
           STRING VAR-OVER-COUNT DELIMITED BY SIZE
                  " DEPARTMENT(S) OVER BUDGET BEYOND TOLERANCE"
                                 DELIMITED BY SIZE
               INTO BUDGET-VARIANCE-RECORD
           END-STRING
           WRITE BUDGET-VARIANCE-RECORD
           CLOSE BUDGET-VARIANCE-REPORT
           IF VAR-OVER-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF

           OPEN OUTPUT DEPT-ACTUAL-FILE
           PERFORM REWRITE-ONE-DEPT-ACTUAL
               VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > ACTHIST-COUNT
           PERFORM WRITE-MONTH-DEPT-ACTUAL
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > DEPT-COUNT
           CLOSE DEPT-ACTUAL-FILE
           .

       VARIANCE-ONE-SCANNED-DEPT.
           MOVE DEPT-TOTAL-CODE(DEPT-IDX) TO VAR-DEPT
           MOVE DEPT-TOTAL-HEADCOUNT(DEPT-IDX) TO VAR-HEADCOUNT
           COMPUTE VAR-ACTUAL = DEPT-TOTAL-PAYRATE(DEPT-IDX)
                              + DEPT-TOTAL-EARNINGS(DEPT-IDX)
           PERFORM ADD-UP-DEPT-BUDGET
           PERFORM WRITE-VARIANCE-LINE
           .

       VARIANCE-ONE-UNSCANNED-DEPT.
           IF BUD-MONTH(BUD-SCAN-IDX) NOT = BUDGET-MONTH
              OR BUD-REPORTED(BUD-SCAN-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE BUD-DEPT(BUD-SCAN-IDX) TO VAR-DEPT
           MOVE 0 TO VAR-HEADCOUNT VAR-ACTUAL
           PERFORM ADD-UP-DEPT-BUDGET
           PERFORM WRITE-VARIANCE-LINE
           .

      *> VAR-DEPT's budget and headcount for the month, and its
      *> budget and actual for the year to date (the actual so far
      *> being this month's in VAR-ACTUAL plus the earlier months').
       ADD-UP-DEPT-BUDGET.
           MOVE 0 TO VAR-BUDGET VAR-BUD-HEADCOUNT VAR-YTD-BUDGET
           MOVE VAR-ACTUAL TO VAR-YTD-ACTUAL
           PERFORM ADD-ONE-BUDGET-MONTH
               VARYING BUD-IDX FROM 1 BY 1
               UNTIL BUD-IDX > BUDGET-COUNT
           PERFORM ADD-ONE-ACTUAL-MONTH
               VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > ACTHIST-COUNT
           .

       ADD-ONE-BUDGET-MONTH.
           IF BUD-DEPT(BUD-IDX) NOT = VAR-DEPT
              OR BUD-YEAR(BUD-IDX) NOT = BUDGET-YEAR
              OR BUD-MONTH(BUD-IDX) > BUDGET-MONTH
               EXIT PARAGRAPH
           END-IF
           ADD BUD-AMOUNT(BUD-IDX) TO VAR-YTD-BUDGET
           IF BUD-MONTH(BUD-IDX) = BUDGET-MONTH
               ADD BUD-AMOUNT(BUD-IDX) TO VAR-BUDGET
               ADD BUD-HEADCOUNT(BUD-IDX) TO VAR-BUD-HEADCOUNT
               SET BUD-REPORTED(BUD-IDX) TO TRUE
           END-IF
           .

       ADD-ONE-ACTUAL-MONTH.
           IF ACT-DEPT(ACT-IDX) = VAR-DEPT
              AND ACT-YEAR(ACT-IDX) = BUDGET-YEAR
              AND ACT-MONTH(ACT-IDX) < BUDGET-MONTH
               ADD ACT-AMOUNT(ACT-IDX) TO VAR-YTD-ACTUAL
           END-IF
           .

      *> the variance is actual less budget, so over budget is
      *> positive; a department with no budget at all is as far
      *> over as the percentage column goes.
       WRITE-VARIANCE-LINE.
           MOVE "N" TO VAR-OVER-SW
           MOVE SPACES TO VAR-LINE
           MOVE "/" TO VAR-LINE(13:1)
           MOVE VAR-DEPT TO VRL-DEPT
           MOVE VAR-HEADCOUNT TO VRL-HEADS
           MOVE VAR-BUD-HEADCOUNT TO VRL-BUD-HEADS
           MOVE VAR-BUDGET TO VRL-BUDGET
           MOVE VAR-ACTUAL TO VRL-ACTUAL
           COMPUTE VAR-AMOUNT = VAR-ACTUAL - VAR-BUDGET
           MOVE VAR-AMOUNT TO VRL-VARIANCE
           MOVE VAR-BUDGET TO VAR-PCT-BASE
           PERFORM COMPUTE-VARIANCE-PCT
           MOVE VAR-PCT TO VRL-PCT
           IF VAR-PCT > BUDGET-TOL-PCT
               SET VAR-OVER-BUDGET TO TRUE
               MOVE "** OVER BUDGET" TO VRL-FLAG
           END-IF
           MOVE VAR-YTD-BUDGET TO VRL-YTD-BUDGET
           MOVE VAR-YTD-ACTUAL TO VRL-YTD-ACTUAL
           COMPUTE VAR-AMOUNT = VAR-YTD-ACTUAL - VAR-YTD-BUDGET
           MOVE VAR-AMOUNT TO VRL-YTD-VARIANCE
           MOVE VAR-YTD-BUDGET TO VAR-PCT-BASE
           PERFORM COMPUTE-VARIANCE-PCT
           MOVE VAR-PCT TO VRL-YTD-PCT
           IF VAR-PCT > BUDGET-TOL-PCT AND NOT VAR-OVER-BUDGET
               SET VAR-OVER-BUDGET TO TRUE
               MOVE "** YTD OVER" TO VRL-FLAG
           END-IF
           WRITE BUDGET-VARIANCE-RECORD FROM VAR-LINE
           IF VAR-DEPT = "ALL"
               EXIT PARAGRAPH
           END-IF
           IF VAR-OVER-BUDGET
               ADD 1 TO VAR-OVER-COUNT
           END-IF
           ADD VAR-HEADCOUNT TO VAR-TOT-HEADCOUNT
           ADD VAR-BUD-HEADCOUNT TO VAR-TOT-BUD-HEADCOUNT
           ADD VAR-BUDGET TO VAR-TOT-BUDGET
           ADD VAR-ACTUAL TO VAR-TOT-ACTUAL
           ADD VAR-YTD-BUDGET TO VAR-TOT-YTD-BUDGET
           ADD VAR-YTD-ACTUAL TO VAR-TOT-YTD-ACTUAL
           .

      *> VAR-AMOUNT as a percentage of VAR-PCT-BASE.
       COMPUTE-VARIANCE-PCT.
           IF VAR-PCT-BASE = 0
               IF VAR-AMOUNT > 0
                   MOVE 999.99 TO VAR-PCT
               ELSE
                   MOVE 0 TO VAR-PCT
               END-IF
           ELSE
               COMPUTE VAR-PCT ROUNDED =
                   VAR-AMOUNT * 100 / VAR-PCT-BASE
                   ON SIZE ERROR MOVE 999.99 TO VAR-PCT
               END-COMPUTE
           END-IF
           .

       REWRITE-ONE-DEPT-ACTUAL.
           IF ACT-MONTH(ACT-IDX) = BUDGET-MONTH
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DEPT-ACTUAL-RECORD
           MOVE ACT-MONTH(ACT-IDX) TO DAR-MONTH
           MOVE ACT-DEPT(ACT-IDX) TO DAR-DEPT
           MOVE ACT-HEADCOUNT(ACT-IDX) TO DAR-HEADCOUNT
           MOVE "+" TO DAR-SIGN
           IF ACT-AMOUNT(ACT-IDX) < 0
               MOVE "-" TO DAR-SIGN
           END-IF
           MOVE ACT-AMOUNT(ACT-IDX) TO DAR-AMOUNT
           WRITE DEPT-ACTUAL-RECORD
           .

       WRITE-MONTH-DEPT-ACTUAL.
           MOVE SPACES TO DEPT-ACTUAL-RECORD
           MOVE BUDGET-MONTH TO DAR-MONTH
           MOVE DEPT-TOTAL-CODE(DEPT-IDX) TO DAR-DEPT
           MOVE DEPT-TOTAL-HEADCOUNT(DEPT-IDX) TO DAR-HEADCOUNT
           COMPUTE VAR-ACTUAL = DEPT-TOTAL-PAYRATE(DEPT-IDX)
                              + DEPT-TOTAL-EARNINGS(DEPT-IDX)
           MOVE "+" TO DAR-SIGN
           IF VAR-ACTUAL < 0
               MOVE "-" TO DAR-SIGN
           END-IF
           MOVE VAR-ACTUAL TO DAR-AMOUNT
           WRITE DEPT-ACTUAL-RECORD
           .

       ADD-EXCEPTION-ENTRY.
           IF EXCEPTION-COUNT < 200
               ADD 1 TO EXCEPTION-COUNT
