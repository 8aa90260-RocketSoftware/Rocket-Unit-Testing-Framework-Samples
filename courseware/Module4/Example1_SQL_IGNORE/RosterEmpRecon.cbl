      $set sourceformat"variable"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RosterEmpRecon.
      *> nightly reconciliation of the SALEDATA sales roster against
      *> payroll's emptable. The two are kept by different people and
      *> drift apart - a rep terminated in payroll stays open on the
      *> roster and keeps earning commission, a new hire sells before
      *> anyone adds them to the roster. Roster reps are matched to
      *> employees through the maintained rep-to-employee
      *> cross-reference (REPENO.TBL: rep name cols 1-40, ENO cols
      *> 42-51, the same table the bureau extract uses) and
      *> RosterRecon.txt lists:
      *>   - roster reps with no employee (no cross-reference entry,
      *>     or an ENO that is not on emptable);
      *>   - sales-department employees still employed who are on no
      *>     roster entry (sales department = the canonical code from
      *>     DEPTREF.TBL, SLS unless ROSTER-RECON-DEPT says otherwise);
      *>   - reps whose hire or termination date disagrees with
      *>     payroll's.
      *> A date disagreement is never written to the roster here. It
      *> goes on rosterprop.dat as a PROPOSED change, which SALEDATA's
      *> apply-proposals action takes through the roster's audited
      *> maintenance (or a reviewer leaves unapplied):
      *>   status(1-8) rep(10-29) eno(31-40)
      *>   roster hire(42-49) roster term(51-58)
      *>   proposed hire(60-67) proposed term(69-76)
      *>   proposed on(78-85) applied on(87-94)
      *> The file is rebuilt each night, so a proposal nobody applied
      *> is proposed again for as long as the two still disagree.
      *> Return code 4 when anything is reported, 8 when emptable
      *> cannot be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the roster's indexed store, or saledata.asc where SALECONV
      *> has not been run - the same fallback SALEDATA uses.
           SELECT SALES-INDEX ASSIGN TO "saledata.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDX-REP-NAME
               ALTERNATE RECORD KEY IS IDX-REGION WITH DUPLICATES
               ALTERNATE RECORD KEY IS IDX-STATE WITH DUPLICATES
               FILE STATUS IS IDX-STATUS.

           SELECT SALES-DATA ASSIGN TO "saledata.asc"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ASC-STATUS.

           SELECT REP-ENO-XREF ASSIGN TO "REPENO.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-STATUS.

           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-STATUS.

           SELECT ROSTER-PROPOSALS ASSIGN TO "rosterprop.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROP-STATUS.

           SELECT RECON-REPORT ASSIGN TO "RosterRecon.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-INDEX.
       01  SALES-INDEX-RECORD.
           05 IDX-REP-NAME       PIC X(20).
           05 IDX-REGION         PIC X(4).
           05 IDX-STATE          PIC X(2).
           05 IDX-MANAGER        PIC X(20).
           05 IDX-HIRE-DATE      PIC 9(8).
           05 IDX-TERM-DATE      PIC 9(8).

       FD  SALES-DATA.
       01  SALES-DATA-RECORD.
           05 ASC-STATE          PIC X(2).
           05 ASC-REP-NAME       PIC X(20).
           05 ASC-OFFICE         PIC X(4).
           05 ASC-MANAGER        PIC X(20).
           05 ASC-HIRE-DATE      PIC 9(8).
           05 ASC-TERM-DATE      PIC 9(8).

       FD  REP-ENO-XREF.
       01  REP-ENO-XREF-RECORD   PIC X(60).

       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD       PIC X(20).

       FD  ROSTER-PROPOSALS.
       01  PROPOSAL-RECORD       PIC X(94).

       FD  RECON-REPORT.
       01  RECON-REPORT-RECORD   PIC X(100).

       WORKING-STORAGE SECTION.
       EXEC SQL
         INCLUDE emprec
       END-EXEC.

      *> payroll's employment dates, yyyymmdd; a null termination
      *> date is an employee still on the books.
       01 PAY-HIRE-DATE      PIC 9(8).
       01 PAY-TERM-DATE      PIC 9(8).
       01 HIRE-NULL-IND      PIC S9(4) COMP.
       01 TERM-NULL-IND      PIC S9(4) COMP.
       01 DISP-CODE          PIC ----9.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       01 IDX-STATUS         PIC XX.
       01 ASC-STATUS         PIC XX.
       01 XREF-STATUS        PIC XX.
       01 DEPT-REF-STATUS    PIC XX.
       01 PROP-STATUS        PIC XX.
       01 EOF-SW             PIC X VALUE "N".
           88 AT-EOF             VALUE "Y".
       01 RUN-DATE           PIC 9(8).
       01 LOAD-FAILED-SW     PIC X VALUE "N".
           88 LOAD-FAILED        VALUE "Y".

       01 CONNECT-RETRY-COUNT  PIC 9 VALUE 0.
       01 MAX-CONNECT-RETRIES  PIC 9 VALUE 3.
       01 RETRY-DELAY-IDX      PIC 9(7) COMP.

      *> the roster as loaded.
       01 ROSTER-COUNT       PIC 9(4) COMP VALUE 0.
       01 ROSTER-TABLE.
           03 ROSTER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY ROS-IDX.
               05 ROS-REP-NAME       PIC X(20).
               05 ROS-HIRE-DATE      PIC 9(8).
               05 ROS-TERM-DATE      PIC 9(8).

      *> REPENO.TBL, as ScanEmployeeTable loads it.
       01 XREF-COUNT         PIC 9(4) COMP VALUE 0.
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
       01 XREF-FOUND-SW      PIC X.
           88 XREF-FOUND         VALUE "Y".

      *> the department reference table - only the canonical code
      *> matters here, to tell which employees are sales staff.
       01 DEPT-REF-COUNT     PIC 9(3) VALUE 0.
       01 DEPT-REF-TABLE.
           03 DEPT-REF-ENTRY OCCURS 100 TIMES
                   INDEXED BY REF-IDX.
               05 DEPT-REF-RAW        PIC X(10).
               05 DEPT-REF-CANONICAL  PIC X(4).
       01 DEPT-CANONICAL     PIC X(4).
       01 SALES-DEPT-X       PIC X(4) VALUE SPACES.
       01 SALES-DEPT         PIC X(4) VALUE "SLS".

      *> every employee off emptable, with whether a roster rep
      *> claimed them.
       01 EMP-COUNT          PIC 9(5) COMP VALUE 0.
       01 EMP-LOAD-TABLE.
           03 EMP-ENTRY OCCURS 20000 TIMES
                   INDEXED BY EMP-IDX.
               05 EMP-TBL-ENO        PIC X(10).
               05 EMP-TBL-LNAME      PIC X(20).
               05 EMP-TBL-FNAME      PIC X(15).
               05 EMP-TBL-DEPT       PIC X(4).
               05 EMP-TBL-HIRE       PIC 9(8).
               05 EMP-TBL-TERM       PIC 9(8).
               05 EMP-TBL-MATCHED    PIC X.
                   88 EMP-IS-MATCHED     VALUE "Y".
       01 EMP-FOUND-SW       PIC X.
           88 EMP-FOUND          VALUE "Y".

       01 PROPOSAL-LINE.
           05 PRP-STATUS         PIC X(8).
           05 FILLER             PIC X.
           05 PRP-REP-NAME       PIC X(20).
           05 FILLER             PIC X.
           05 PRP-ENO            PIC X(10).
           05 FILLER             PIC X.
           05 PRP-ROSTER-HIRE    PIC 9(8).
           05 FILLER             PIC X.
           05 PRP-ROSTER-TERM    PIC 9(8).
           05 FILLER             PIC X.
           05 PRP-NEW-HIRE       PIC 9(8).
           05 FILLER             PIC X.
           05 PRP-NEW-TERM       PIC 9(8).
           05 FILLER             PIC X.
           05 PRP-PROPOSED-ON    PIC 9(8).
           05 FILLER             PIC X.
           05 PRP-APPLIED-ON     PIC 9(8).

       01 NO-EMPLOYEE-COUNT  PIC 9(5) VALUE 0.
       01 NOT-ON-ROSTER-COUNT PIC 9(5) VALUE 0.
       01 DISAGREE-COUNT     PIC 9(5) VALUE 0.

       01 RECON-LINE.
           05 RCL-REP-NAME       PIC X(20).
           05 FILLER             PIC X(2).
           05 RCL-ENO            PIC X(10).
           05 FILLER             PIC X(2).
           05 RCL-DETAIL         PIC X(60).
       01 DATE-PAIR-LINE.
           05 FILLER             PIC X(7) VALUE "ROSTER ".
           05 DPL-ROSTER-DATE    PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  PAYROLL ".
           05 DPL-PAYROLL-DATE   PIC 9(8).
           05 FILLER             PIC X(2).
           05 DPL-WHICH          PIC X(25).
       01 COUNT-LINE.
           05 CNL-LABEL          PIC X(40).
           05 CNL-COUNT          PIC ZZZZ9.

      *> central run-log identity (see batchrunlog).
       01 RUNLOG-PROGRAM    PIC X(20) VALUE "RosterEmpRecon".
       01 RUNLOG-RUN-ID     PIC X(14).
       01 RUNLOG-RC         PIC 9(4).
       01 RUNLOG-READ       PIC 9(9).
       01 RUNLOG-WRITTEN    PIC 9(9).
       01 RUNLOG-EXCEPTIONS PIC 9(9).

       PROCEDURE DIVISION.

       000-TOP.
           CALL "BatchRunLogStart" USING
               BY REFERENCE RUNLOG-PROGRAM
               BY REFERENCE RUNLOG-RUN-ID
           END-CALL
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT SALES-DEPT-X FROM ENVIRONMENT "ROSTER-RECON-DEPT"
           IF SALES-DEPT-X NOT = SPACES
               MOVE SALES-DEPT-X TO SALES-DEPT
           END-IF

           OPEN OUTPUT RECON-REPORT
           WRITE RECON-REPORT-RECORD FROM
               "SALES ROSTER / EMPLOYEE TABLE RECONCILIATION"
           MOVE ALL "=" TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD

           PERFORM LOAD-ROSTER
           PERFORM LOAD-REP-ENO-XREF
           PERFORM LOAD-DEPT-REF-TABLE
           PERFORM 100-LOAD-EMPLOYEES THROUGH 100-EXIT
           IF LOAD-FAILED
               MOVE 8 TO RETURN-CODE
               WRITE RECON-REPORT-RECORD FROM
                   "** EMPTABLE COULD NOT BE READ - NOTHING RECONCILED"
               CLOSE RECON-REPORT
               PERFORM WRITE-RUN-LOG-END
               GOBACK
           END-IF

           OPEN OUTPUT ROSTER-PROPOSALS
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD FROM
               "ROSTER REPS - NO EMPLOYEE / DATES THAT DISAGREE"
           PERFORM CHECK-ONE-ROSTER-REP
               VARYING ROS-IDX FROM 1 BY 1
               UNTIL ROS-IDX > ROSTER-COUNT
           CLOSE ROSTER-PROPOSALS

           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD FROM
               "SALES EMPLOYEES WITH NO ROSTER ENTRY"
           PERFORM CHECK-ONE-EMPLOYEE
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > EMP-COUNT

           PERFORM WRITE-RECON-TOTALS
           CLOSE RECON-REPORT
           MOVE 0 TO RETURN-CODE
           IF NO-EMPLOYEE-COUNT > 0 OR NOT-ON-ROSTER-COUNT > 0
                   OR DISAGREE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-LOG-END
           GOBACK.

      *> every emptable row is loaded once, so the roster side and
      *> the employee side can each be checked against the other.
       100-LOAD-EMPLOYEES.
           PERFORM CONNECT-TO-DATABASE
           IF SQLCODE < 0
               DISPLAY 'ERROR: Unable to open test connection'
               EXHIBIT NAMED DISP-CODE "/" SQLERRMC
               SET LOAD-FAILED TO TRUE
               GO TO 100-EXIT
           END-IF

           EXEC SQL
               DECLARE EMPRECON CURSOR FOR
               SELECT ENO, LNAME, FNAME, DEPT, HIREDATE, TERMDATE
                 FROM emptable
               ORDER BY ENO
           END-EXEC

           PERFORM OPEN-RECON-CURSOR
           IF SQLCODE < 0
               DISPLAY 'ERROR: Unable to open employee table'
               EXHIBIT NAMED DISP-CODE "/" SQLERRMC
               SET LOAD-FAILED TO TRUE
               GO TO 100-EXIT
           END-IF

           MOVE 0 TO EMP-COUNT
           PERFORM FETCH-ONE-EMPLOYEE
               UNTIL SQLCODE < 0 OR SQLCODE = 100
           IF SQLCODE < 0
               DISPLAY 'ERROR: employee table fetch failed'
               EXHIBIT NAMED DISP-CODE "/" SQLERRMC
               SET LOAD-FAILED TO TRUE
           END-IF

           EXEC SQL
               CLOSE EMPRECON
           END-EXEC
           .
       100-EXIT.
           EXIT.

       CONNECT-TO-DATABASE.
           MOVE 0 TO CONNECT-RETRY-COUNT
           EXEC SQL CONNECT TO 'test' END-EXEC
           MOVE SQLCODE TO DISP-CODE
           PERFORM RETRY-CONNECT
               UNTIL SQLCODE >= 0
                  OR CONNECT-RETRY-COUNT >= MAX-CONNECT-RETRIES
           .

       RETRY-CONNECT.
           ADD 1 TO CONNECT-RETRY-COUNT
           DISPLAY 'WARNING: connect attempt ' CONNECT-RETRY-COUNT
               ' of ' MAX-CONNECT-RETRIES ' failed, retrying'
           PERFORM WAIT-BEFORE-RETRY
           EXEC SQL CONNECT TO 'test' END-EXEC
           MOVE SQLCODE TO DISP-CODE
           .

       OPEN-RECON-CURSOR.
           MOVE 0 TO CONNECT-RETRY-COUNT
           EXEC SQL
               OPEN EMPRECON
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           PERFORM RETRY-OPEN-CURSOR
               UNTIL SQLCODE >= 0
                  OR CONNECT-RETRY-COUNT >= MAX-CONNECT-RETRIES
           .

       RETRY-OPEN-CURSOR.
           ADD 1 TO CONNECT-RETRY-COUNT
           DISPLAY 'WARNING: cursor open attempt ' CONNECT-RETRY-COUNT
               ' of ' MAX-CONNECT-RETRIES ' failed, retrying'
           PERFORM WAIT-BEFORE-RETRY
           EXEC SQL
               OPEN EMPRECON
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           .

       WAIT-BEFORE-RETRY.
           PERFORM COUNT-ONE-DELAY
               VARYING RETRY-DELAY-IDX FROM 1 BY 1
               UNTIL RETRY-DELAY-IDX > 5000000
           .

       COUNT-ONE-DELAY.
           CONTINUE
           .

       FETCH-ONE-EMPLOYEE.
           EXEC SQL
             FETCH EMPRECON INTO
               :ENO,:LNAME,:FNAME,:DEPT,
               :PAY-HIRE-DATE :HIRE-NULL-IND,
               :PAY-TERM-DATE :TERM-NULL-IND
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF EMP-COUNT = 20000
               EXIT PARAGRAPH
           END-IF
           IF HIRE-NULL-IND < 0
               MOVE 0 TO PAY-HIRE-DATE
           END-IF
           IF TERM-NULL-IND < 0
               MOVE 0 TO PAY-TERM-DATE
           END-IF
           PERFORM RESOLVE-CANONICAL-DEPT
           ADD 1 TO EMP-COUNT
           SET EMP-IDX TO EMP-COUNT
           MOVE ENO TO EMP-TBL-ENO(EMP-IDX)
           MOVE LNAME TO EMP-TBL-LNAME(EMP-IDX)
           MOVE FNAME TO EMP-TBL-FNAME(EMP-IDX)
           MOVE DEPT-CANONICAL TO EMP-TBL-DEPT(EMP-IDX)
           MOVE PAY-HIRE-DATE TO EMP-TBL-HIRE(EMP-IDX)
           MOVE PAY-TERM-DATE TO EMP-TBL-TERM(EMP-IDX)
           MOVE "N" TO EMP-TBL-MATCHED(EMP-IDX)
           .

       RESOLVE-CANONICAL-DEPT.
           MOVE DEPT TO DEPT-CANONICAL
           IF DEPT-REF-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET REF-IDX TO 1
           SEARCH DEPT-REF-ENTRY
               AT END
                   CONTINUE
               WHEN REF-IDX > DEPT-REF-COUNT
                   CONTINUE
               WHEN DEPT-REF-RAW(REF-IDX) = DEPT
                   MOVE DEPT-REF-CANONICAL(REF-IDX) TO DEPT-CANONICAL
           END-SEARCH
           .

      *> a roster rep is matched to an employee through the
      *> cross-reference; a matched rep's dates are compared with
      *> payroll's and any difference proposed, not applied.
       CHECK-ONE-ROSTER-REP.
           MOVE SPACES TO RECON-LINE
           MOVE ROS-REP-NAME(ROS-IDX) TO RCL-REP-NAME
           PERFORM FIND-XREF-FOR-REP
           IF NOT XREF-FOUND
               ADD 1 TO NO-EMPLOYEE-COUNT
               MOVE "NO EMPLOYEE - NOT ON REPENO.TBL" TO RCL-DETAIL
               WRITE RECON-REPORT-RECORD FROM RECON-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE XREF-ENO(XREF-IDX) TO RCL-ENO
           PERFORM FIND-EMPLOYEE-BY-ENO
           IF NOT EMP-FOUND
               ADD 1 TO NO-EMPLOYEE-COUNT
               MOVE "NO EMPLOYEE - ENO NOT ON EMPTABLE" TO RCL-DETAIL
               WRITE RECON-REPORT-RECORD FROM RECON-LINE
               EXIT PARAGRAPH
           END-IF
           SET EMP-IS-MATCHED(EMP-IDX) TO TRUE

           IF (EMP-TBL-HIRE(EMP-IDX) = 0
                   OR EMP-TBL-HIRE(EMP-IDX) = ROS-HIRE-DATE(ROS-IDX))
               AND EMP-TBL-TERM(EMP-IDX) = ROS-TERM-DATE(ROS-IDX)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO DISAGREE-COUNT
           IF EMP-TBL-HIRE(EMP-IDX) NOT = 0
                   AND EMP-TBL-HIRE(EMP-IDX)
                       NOT = ROS-HIRE-DATE(ROS-IDX)
               MOVE ROS-HIRE-DATE(ROS-IDX) TO DPL-ROSTER-DATE
               MOVE EMP-TBL-HIRE(EMP-IDX) TO DPL-PAYROLL-DATE
               MOVE "HIRE DATE DISAGREES" TO DPL-WHICH
               MOVE DATE-PAIR-LINE TO RCL-DETAIL
               WRITE RECON-REPORT-RECORD FROM RECON-LINE
           END-IF
           IF EMP-TBL-TERM(EMP-IDX) NOT = ROS-TERM-DATE(ROS-IDX)
               MOVE ROS-TERM-DATE(ROS-IDX) TO DPL-ROSTER-DATE
               MOVE EMP-TBL-TERM(EMP-IDX) TO DPL-PAYROLL-DATE
               IF ROS-TERM-DATE(ROS-IDX) = 0
                   MOVE "TERMINATED - ROSTER OPEN" TO DPL-WHICH
               ELSE
                   MOVE "TERM DATE DISAGREES" TO DPL-WHICH
               END-IF
               MOVE DATE-PAIR-LINE TO RCL-DETAIL
               WRITE RECON-REPORT-RECORD FROM RECON-LINE
           END-IF
           PERFORM WRITE-DATE-PROPOSAL
           .

      *> payroll's dates become the proposal; a hire date payroll
      *> does not hold leaves the roster's as it is.
       WRITE-DATE-PROPOSAL.
           MOVE SPACES TO PROPOSAL-LINE
           MOVE "PROPOSED" TO PRP-STATUS
           MOVE ROS-REP-NAME(ROS-IDX) TO PRP-REP-NAME
           MOVE EMP-TBL-ENO(EMP-IDX) TO PRP-ENO
           MOVE ROS-HIRE-DATE(ROS-IDX) TO PRP-ROSTER-HIRE
           MOVE ROS-TERM-DATE(ROS-IDX) TO PRP-ROSTER-TERM
           IF EMP-TBL-HIRE(EMP-IDX) = 0
               MOVE ROS-HIRE-DATE(ROS-IDX) TO PRP-NEW-HIRE
           ELSE
               MOVE EMP-TBL-HIRE(EMP-IDX) TO PRP-NEW-HIRE
           END-IF
           MOVE EMP-TBL-TERM(EMP-IDX) TO PRP-NEW-TERM
           MOVE RUN-DATE TO PRP-PROPOSED-ON
           MOVE 0 TO PRP-APPLIED-ON
           WRITE PROPOSAL-RECORD FROM PROPOSAL-LINE
           .

      *> a sales employee no rep claimed, still employed as of
      *> tonight, is selling (or about to) without a roster entry.
       CHECK-ONE-EMPLOYEE.
           IF EMP-IS-MATCHED(EMP-IDX)
               EXIT PARAGRAPH
           END-IF
           IF EMP-TBL-DEPT(EMP-IDX) NOT = SALES-DEPT
               EXIT PARAGRAPH
           END-IF
           IF EMP-TBL-TERM(EMP-IDX) NOT = 0
                   AND EMP-TBL-TERM(EMP-IDX) <= RUN-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NOT-ON-ROSTER-COUNT
           MOVE SPACES TO RECON-LINE
           MOVE EMP-TBL-LNAME(EMP-IDX) TO RCL-REP-NAME
           MOVE EMP-TBL-ENO(EMP-IDX) TO RCL-ENO
           STRING EMP-TBL-FNAME(EMP-IDX) DELIMITED BY SIZE
                  " HIRED " DELIMITED BY SIZE
                  EMP-TBL-HIRE(EMP-IDX) DELIMITED BY SIZE
                  " - NOT ON ROSTER" DELIMITED BY SIZE
               INTO RCL-DETAIL
           END-STRING
           WRITE RECON-REPORT-RECORD FROM RECON-LINE
           .

       FIND-XREF-FOR-REP.
           MOVE "N" TO XREF-FOUND-SW
           IF XREF-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET XREF-IDX TO 1
           SEARCH XREF-ENTRY
               AT END
                   CONTINUE
               WHEN XREF-IDX > XREF-COUNT
                   CONTINUE
               WHEN XREF-REP-NAME(XREF-IDX) = ROS-REP-NAME(ROS-IDX)
                   SET XREF-FOUND TO TRUE
           END-SEARCH
           .

       FIND-EMPLOYEE-BY-ENO.
           MOVE "N" TO EMP-FOUND-SW
           IF EMP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET EMP-IDX TO 1
           SEARCH EMP-ENTRY
               AT END
                   CONTINUE
               WHEN EMP-IDX > EMP-COUNT
                   CONTINUE
               WHEN EMP-TBL-ENO(EMP-IDX) = XREF-ENO(XREF-IDX)
                   SET EMP-FOUND TO TRUE
           END-SEARCH
           .

       LOAD-ROSTER.
           MOVE 0 TO ROSTER-COUNT
           MOVE "N" TO EOF-SW
           OPEN INPUT SALES-INDEX
           IF IDX-STATUS = "00"
               PERFORM LOAD-ONE-INDEX-REP UNTIL AT-EOF
               CLOSE SALES-INDEX
           ELSE
               OPEN INPUT SALES-DATA
               IF ASC-STATUS = "00"
                   PERFORM LOAD-ONE-ASC-REP UNTIL AT-EOF
                   CLOSE SALES-DATA
               END-IF
           END-IF
           .

       LOAD-ONE-INDEX-REP.
           READ SALES-INDEX NEXT
               AT END
                   SET AT-EOF TO TRUE
           END-READ
           IF AT-EOF OR IDX-STATUS NOT = "00"
               SET AT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF ROSTER-COUNT = 2000
               SET AT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ROSTER-COUNT
           SET ROS-IDX TO ROSTER-COUNT
           MOVE IDX-REP-NAME TO ROS-REP-NAME(ROS-IDX)
           MOVE IDX-HIRE-DATE TO ROS-HIRE-DATE(ROS-IDX)
           MOVE IDX-TERM-DATE TO ROS-TERM-DATE(ROS-IDX)
           .

       LOAD-ONE-ASC-REP.
           READ SALES-DATA
               AT END
                   SET AT-EOF TO TRUE
           END-READ
           IF AT-EOF OR ASC-STATUS NOT = "00"
               SET AT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF ROSTER-COUNT = 2000
               SET AT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ROSTER-COUNT
           SET ROS-IDX TO ROSTER-COUNT
           MOVE ASC-REP-NAME TO ROS-REP-NAME(ROS-IDX)
           MOVE ASC-HIRE-DATE TO ROS-HIRE-DATE(ROS-IDX)
           MOVE ASC-TERM-DATE TO ROS-TERM-DATE(ROS-IDX)
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

       LOAD-DEPT-REF-TABLE.
           MOVE 0 TO DEPT-REF-COUNT
           OPEN INPUT DEPT-REF-FILE
           IF DEPT-REF-STATUS = "00"
               PERFORM LOAD-ONE-DEPT-REF
                   UNTIL DEPT-REF-STATUS NOT = "00"
                       OR DEPT-REF-COUNT = 100
               CLOSE DEPT-REF-FILE
           END-IF
           .

       LOAD-ONE-DEPT-REF.
           READ DEPT-REF-FILE
           IF DEPT-REF-STATUS = "00"
               ADD 1 TO DEPT-REF-COUNT
               SET REF-IDX TO DEPT-REF-COUNT
               MOVE DEPT-REF-RECORD(1:10) TO DEPT-REF-RAW(REF-IDX)
               MOVE DEPT-REF-RECORD(12:4)
                   TO DEPT-REF-CANONICAL(REF-IDX)
           END-IF
           .

       WRITE-RECON-TOTALS.
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE "ROSTER REPS READ" TO CNL-LABEL
           MOVE ROSTER-COUNT TO CNL-COUNT
           WRITE RECON-REPORT-RECORD FROM COUNT-LINE
           MOVE "EMPLOYEES READ" TO CNL-LABEL
           MOVE EMP-COUNT TO CNL-COUNT
           WRITE RECON-REPORT-RECORD FROM COUNT-LINE
           MOVE "REPS WITH NO EMPLOYEE" TO CNL-LABEL
           MOVE NO-EMPLOYEE-COUNT TO CNL-COUNT
           WRITE RECON-REPORT-RECORD FROM COUNT-LINE
           MOVE "SALES EMPLOYEES NOT ON ROSTER" TO CNL-LABEL
           MOVE NOT-ON-ROSTER-COUNT TO CNL-COUNT
           WRITE RECON-REPORT-RECORD FROM COUNT-LINE
           MOVE "DATE CHANGES PROPOSED (rosterprop.dat)"
               TO CNL-LABEL
           MOVE DISAGREE-COUNT TO CNL-COUNT
           WRITE RECON-REPORT-RECORD FROM COUNT-LINE
           .

       WRITE-RUN-LOG-END.
           MOVE EMP-COUNT TO RUNLOG-READ
           MOVE DISAGREE-COUNT TO RUNLOG-WRITTEN
           COMPUTE RUNLOG-EXCEPTIONS = NO-EMPLOYEE-COUNT
               + NOT-ON-ROSTER-COUNT + DISAGREE-COUNT
           MOVE RETURN-CODE TO RUNLOG-RC
           CALL "BatchRunLogEnd" USING
               BY REFERENCE RUNLOG-PROGRAM
               BY REFERENCE RUNLOG-RUN-ID
               BY REFERENCE RUNLOG-READ
               BY REFERENCE RUNLOG-WRITTEN
               BY REFERENCE RUNLOG-EXCEPTIONS
               BY REFERENCE RUNLOG-RC
           END-CALL
           .
