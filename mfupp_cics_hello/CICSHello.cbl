      * shapes itself to it, so the front door is as accountable as
      * the programs behind it. Cols: terminal 1-4, update authority
      * col 6, maintenance override col 8, inquiry authority col 10
      * (blank = Y, the historical behavior), credit-limit approval
      * authority col 12 (blank = N - only a checker's terminal is
      * given the approval queue).
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      * the customer contact notes - only ever opened EXTEND to add a
      * note or INPUT to read them, never rewritten, so a note stands
      * as it was keyed. Each carries the next sequence number, which
      * lets customerNotesReport spot a line gone missing.
           SELECT CUSTOMER-NOTES-FILE ASSIGN TO "CustomerNotes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-AUTH-FILE.
       FD  SESSION-AUDIT-FILE.
       01  SESSION-AUDIT-RECORD   PIC X(80).

       FD  CUSTOMER-NOTES-FILE.
       01  CUSTOMER-NOTES-RECORD  PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MESSAGE-O        PIC X(720) VALUE SPACES.
       01 WS-MESSAGE-R        PIC X(80) VALUE SPACES.
       01 WS-MESSAGE-T        PIC X(400) VALUE SPACES.

      *   3 lastname           credit-limit inquiry
      *   4 nnnnnnnnn newname  customer update (links to UPDCUSTID
      *                        with the commarea filled in)
      *   5 nnnnnnnnn category note
      *                        add a contact note against the
      *                        customer (category ADDRESS, DISPUTE,
      *                        LIMIT, PAYMENT or GENERAL - anything
      *                        else is filed GENERAL with the whole
      *                        text kept)
      *   6 nnnnnnnnn          the customer's most recent notes
      *   7 [page]             the credit-limit changes awaiting
      *                        approval, oldest first, four a page
      *   8 nnnnnnnnn A        approve that customer's pending change
      *   8 nnnnnnnnn R reason reject it (reason INCOME, RISK, POLICY,
      *                        DOCS, KEYERROR or OTHER)
      * Anything else is reversed exactly as before.
       01 WS-COMMAND          PIC X(3).

               05 WS-AUTH-UPDATE-SW   PIC X.
               05 WS-AUTH-OVERRIDE-SW PIC X.
               05 WS-AUTH-INQUIRE-SW  PIC X.
               05 WS-AUTH-APPROVE-SW  PIC X.
       01 WS-CAN-UPDATE-FLAG  PIC X VALUE "Y".
           88 WS-CAN-UPDATE       VALUE "Y".
       01 WS-CAN-INQUIRE-FLAG PIC X VALUE "Y".
           88 WS-CAN-INQUIRE      VALUE "Y".
       01 WS-CAN-APPROVE-FLAG PIC X VALUE "N".
           88 WS-CAN-APPROVE      VALUE "Y".

       01 WS-AUDIT-DATE       PIC 9(8).
       01 WS-AUDIT-TIME       PIC 9(8).
       01 WS-AUDIT-RESULT     PIC X(8).
       01 WS-AUDIT-LINE.
           05 WS-AUD-DATE         PIC 9999/99/99.
           05 FILLER              PIC X VALUE SPACE.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-AUD-RESULT       PIC X(8).
       01 WS-CUSTOMER-ID-IN   PIC X(9).

      * contact notes: seq, date, time, customer id, terminal,
      * operator, category, text.
       01 WS-NOTES-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-NOTE-CATEGORY    PIC X(8).
           88 WS-NOTE-CATEGORY-KNOWN
                   VALUES "ADDRESS" "DISPUTE" "LIMIT" "PAYMENT"
                          "GENERAL".
       01 WS-NOTE-CAT-LEN     PIC 9(2).
       01 WS-NOTE-TEXT        PIC X(60).
       01 WS-NOTE-LAST-SEQ    PIC 9(7).
       01 WS-NOTE-LINE.
           05 WS-NOTE-SEQ         PIC 9(7).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-NOTE-DATE        PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-NOTE-TIME        PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-NOTE-CUSTID      PIC 9(9).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-NOTE-TERMID      PIC X(4).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-NOTE-OPERATOR    PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-NOTE-CAT         PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-NOTE-BODY        PIC X(60).
       01 WS-NOTE-DATE-EDIT   PIC 9999/99/99.
      * the last few notes for the customer, oldest slot overwritten
      * once the ring is full, as customer360 keeps its audit lines.
       01 WS-NOTE-RING-HELD   PIC 9.
       01 WS-NOTE-RING-NEXT   PIC 9.
       01 WS-NOTE-RING-IDX    PIC 9.
       01 WS-NOTE-RING-SHOWN  PIC 9.
       01 WS-NOTE-RING-LINES.
           05 WS-NOTE-RING-LINE   PIC X(80) OCCURS 4 TIMES.
       01 WS-NOTE-OFFSET      PIC 9(3).
       01 WS-IN-LASTNAME      PIC X(40).
       01 WS-NEW-LASTNAME     PIC X(40).

           05 WS-UPD-CUSTOMER-ID  PIC 9(9).
           05 WS-UPD-NEW-LASTNAME PIC X(40).

      * the credit-limit approval queue, worked through
      * creditLimitMaint. The operator's sign-on id is the maker or
      * checker it knows them by.
       01 WS-OPERATOR-USER    PIC X(20).
       01 WS-MENU-TEXT        PIC X(400).
       01 WS-QUEUE-PAGE-NO    PIC 9(3).
       01 WS-QUEUE-PAGES      PIC 9(3).
       01 WS-QUEUE-IDX        PIC 9.
       01 WS-QUEUE-OFFSET     PIC 9(3).
       01 WS-QUEUE-PAGE.
           03 WS-QUEUE-TOTAL      PIC 9(3).
           03 WS-QUEUE-LINES      PIC 9.
           03 WS-QUEUE-ENTRY OCCURS 4 TIMES.
               05 WS-QUEUE-CUSTID     PIC 9(9).
               05 WS-QUEUE-MAKER      PIC X(20).
               05 WS-QUEUE-DATE       PIC 9(8).
               05 WS-QUEUE-CURRENT    PIC 9(9).
               05 WS-QUEUE-REQUESTED  PIC 9(9).
               05 WS-QUEUE-EXCEPTION  PIC X(20).
       01 WS-QUEUE-LINE.
           05 WS-QLN-CUSTID       PIC 9(9).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-QLN-MAKER        PIC X(12).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-QLN-DATE         PIC 9999/99/99.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-QLN-CURRENT      PIC Z(8)9.
           05 FILLER              PIC X VALUE ">".
           05 WS-QLN-REQUESTED    PIC Z(8)9.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-QLN-EXCEPTION    PIC X(20).
       01 WS-QUEUE-HEADING.
           05 FILLER              PIC X(20)
                   VALUE "PENDING LIMITS PAGE ".
           05 WS-QHD-PAGE         PIC ZZ9.
           05 FILLER              PIC X(4) VALUE " OF ".
           05 WS-QHD-PAGES        PIC ZZ9.
           05 FILLER              PIC X(2) VALUE " (".
           05 WS-QHD-TOTAL        PIC ZZ9.
           05 FILLER              PIC X(34)
                   VALUE ") - 8 <id> A / 8 <id> R <reason>".
       01 WS-DECISION         PIC X.
       01 WS-REJECT-REASON    PIC X(8).
       01 WS-MAINT-STATUS     PIC X.
           88 WS-MAINT-OK         VALUE "0".
           88 WS-MAINT-FIRST-OK   VALUE "1".
       01 WS-MAINT-MESSAGE    PIC X(80).
       01 WS-REJECT-NOTICES.
           03 WS-NOTICE-COUNT     PIC 9.
           03 WS-NOTICE-ENTRY OCCURS 4 TIMES.
               05 WS-NOTICE-CUSTID    PIC 9(9).
               05 WS-NOTICE-LIMIT     PIC 9(9).
               05 WS-NOTICE-REASON    PIC X(8).
               05 WS-NOTICE-BY        PIC X(20).
               05 WS-NOTICE-ON        PIC 9(8).
       01 WS-NOTICE-IDX       PIC 9.
       01 WS-NOTICE-OFFSET    PIC 9(3).
       01 WS-NOTICE-DATE-EDIT PIC 9999/99/99.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
      * the menu only offers what this terminal's authority allows -
      * no option 3 without inquiry authority, no option 4 without
      * update authority, no 7 or 8 without approval authority.
          PERFORM RESOLVE-OPERATOR-AUTHORITY
          MOVE SPACES TO WS-OPERATOR-ID
          EXEC CICS ASSIGN
              USERID(WS-OPERATOR-ID)
          END-EXEC
          MOVE WS-OPERATOR-ID TO WS-OPERATOR-USER
          MOVE SPACES TO WS-MESSAGE-O
          STRING 'CUSTOMER SERVICE MENU: '
                 '1 <id> LOOKUP BY ID / '
          IF WS-CAN-UPDATE
              STRING FUNCTION TRIM(WS-MESSAGE-O)
                     ' 4 <id> <newname> UPDATE /'
                     ' 5 <id> <category> <note> ADD NOTE /'
                  DELIMITED BY SIZE
                  INTO WS-MESSAGE-O
              END-STRING
          END-IF
          IF WS-CAN-INQUIRE
              STRING FUNCTION TRIM(WS-MESSAGE-O)
                     ' 6 <id> NOTES /'
                  DELIMITED BY SIZE
                  INTO WS-MESSAGE-O
              END-STRING
          END-IF
          IF WS-CAN-APPROVE
              STRING FUNCTION TRIM(WS-MESSAGE-O)
                     ' 7 [page] PENDING LIMITS /'
                     ' 8 <id> A|R <reason> APPROVE/REJECT /'
                  DELIMITED BY SIZE
                  INTO WS-MESSAGE-O
              END-STRING
              DELIMITED BY SIZE
              INTO WS-MESSAGE-O
          END-STRING
          PERFORM SHOW-REJECTED-CHANGES
      ********************************************************
      * SENDING DATA FROM PROGRAM TO SCREEN                  *
      ********************************************************
      -                   "ERMINAL" TO WS-MESSAGE-T
                      MOVE "REFUSED" TO WS-AUD-RESULT
                  END-IF
      * a note adds to the customer's record, so it takes update
      * authority; reading them back takes inquiry authority.
              WHEN WS-COMMAND = "5  "
                  MOVE WS-MESSAGE-R(4:9) TO WS-CUSTOMER-ID-IN
                  IF WS-CAN-UPDATE
                      PERFORM ADD-CUSTOMER-NOTE
                  ELSE
                      MOVE "CONTACT NOTES NOT AUTHORIZED FOR THIS TERMIN
      -                   "AL" TO WS-MESSAGE-T
                      MOVE "REFUSED" TO WS-AUD-RESULT
                  END-IF
              WHEN WS-COMMAND = "6  "
                  MOVE WS-MESSAGE-R(4:9) TO WS-CUSTOMER-ID-IN
                  IF WS-CAN-INQUIRE
                      PERFORM SHOW-CUSTOMER-NOTES
                  ELSE
                      MOVE "NOTE INQUIRY NOT AUTHORIZED FOR THIS TERMINA
      -                   "L" TO WS-MESSAGE-T
                      MOVE "REFUSED" TO WS-AUD-RESULT
                  END-IF
              WHEN WS-COMMAND = "7  "
                  IF WS-CAN-APPROVE
                      PERFORM SHOW-APPROVAL-QUEUE
                  ELSE
                      MOVE "LIMIT APPROVAL NOT AUTHORIZED FOR THIS TERMI
      -                   "NAL" TO WS-MESSAGE-T
                      MOVE "REFUSED" TO WS-AUD-RESULT
                  END-IF
              WHEN WS-COMMAND = "8  "
                  MOVE WS-MESSAGE-R(4:9) TO WS-CUSTOMER-ID-IN
                  IF WS-CAN-APPROVE
                      PERFORM DECIDE-LIMIT-CHANGE
                  ELSE
                      MOVE "LIMIT APPROVAL NOT AUTHORIZED FOR THIS TERMI
      -                   "NAL" TO WS-MESSAGE-T
                      MOVE "REFUSED" TO WS-AUD-RESULT
                  END-IF
              WHEN OTHER
                  MOVE FUNCTION REVERSE(WS-MESSAGE-R(4:76))
                      To WS-MESSAGE-T
           END-IF
           MOVE "Y" TO WS-CAN-UPDATE-FLAG
           MOVE "Y" TO WS-CAN-INQUIRE-FLAG
           MOVE "N" TO WS-CAN-APPROVE-FLAG
           IF WS-AUTH-COUNT > 0
               SET AUTH-IDX TO 1
               SEARCH WS-AUTH-ENTRY
                       IF WS-AUTH-INQUIRE-SW(AUTH-IDX) = "N"
                           MOVE "N" TO WS-CAN-INQUIRE-FLAG
                       END-IF
      * approval is never assumed - only a Y in its column gives it.
                       IF WS-AUTH-APPROVE-SW(AUTH-IDX) = "Y"
                           MOVE "Y" TO WS-CAN-APPROVE-FLAG
                       END-IF
               END-SEARCH
           END-IF
           .
                   TO WS-AUTH-OVERRIDE-SW(AUTH-IDX)
               MOVE OPERATOR-AUTH-RECORD(10:1)
                   TO WS-AUTH-INQUIRE-SW(AUTH-IDX)
               MOVE OPERATOR-AUTH-RECORD(12:1)
                   TO WS-AUTH-APPROVE-SW(AUTH-IDX)
           END-IF
           .

      * every menu action, allowed or refused, on the session audit
      * file: terminal, option, customer id, timestamp, result.
      * INITIALIZE leaves the separator FILLER bytes alone, but would
      * blank the result, so that is held across it.
       WRITE-SESSION-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUD-RESULT TO WS-AUDIT-RESULT
           INITIALIZE WS-AUDIT-LINE
           MOVE WS-AUDIT-RESULT TO WS-AUD-RESULT
           MOVE WS-AUDIT-DATE TO WS-AUD-DATE
           MOVE WS-AUDIT-TIME(1:2) TO WS-AUD-TIME-HH
           MOVE WS-AUDIT-TIME(3:2) TO WS-AUD-TIME-MM
               INTO WS-MESSAGE-T
           END-STRING
           .

      * Adds a dated contact note against a customer id: terminal and
      * operator from the session, the category word if it is one of
      * ours, and the rest of the line as the note. The customer must
      * be on file; the note is appended, never rewritten.
       ADD-CUSTOMER-NOTE.
           MOVE SPACES TO WS-MESSAGE-T
           IF WS-CUSTOMER-ID-IN IS NOT NUMERIC
               MOVE "NOTE NOT ADDED - CUSTOMER ID MUST BE 9 DIGITS"
                   TO WS-MESSAGE-T
               MOVE "REJECTED" TO WS-AUD-RESULT
           ELSE
               MOVE WS-CUSTOMER-ID-IN TO WS-CUSTOMER-ID
               PERFORM SPLIT-NOTE-CATEGORY
               IF WS-NOTE-TEXT = SPACES
                   MOVE "NOTE NOT ADDED - NO NOTE TEXT KEYED"
                       TO WS-MESSAGE-T
                   MOVE "REJECTED" TO WS-AUD-RESULT
               ELSE
                   PERFORM ADD-NOTE-FOR-CUSTOMER
               END-IF
           END-IF
           .

      * the category word, if it is one of ours, and the note text
      * behind it; anything else is a GENERAL note.
       SPLIT-NOTE-CATEGORY.
           MOVE SPACES TO WS-NOTE-CATEGORY
           MOVE 0 TO WS-NOTE-CAT-LEN
           UNSTRING WS-MESSAGE-R(14:67) DELIMITED BY SPACE
               INTO WS-NOTE-CATEGORY COUNT IN WS-NOTE-CAT-LEN
           END-UNSTRING
           IF WS-NOTE-CATEGORY-KNOWN AND WS-NOTE-CAT-LEN < 9
               MOVE WS-MESSAGE-R(15 + WS-NOTE-CAT-LEN:)
                   TO WS-NOTE-TEXT
           ELSE
               MOVE "GENERAL" TO WS-NOTE-CATEGORY
               MOVE WS-MESSAGE-R(14:67) TO WS-NOTE-TEXT
           END-IF
           .

       ADD-NOTE-FOR-CUSTOMER.
           EXEC SQL
               SELECT LastName INTO :WS-LASTNAME FROM customers
                WHERE Id = :WS-CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0
               STRING "NOTE NOT ADDED - CUSTOMER " DELIMITED BY SIZE
                      WS-CUSTOMER-ID-IN DELIMITED BY SIZE
                      " NOT FOUND" DELIMITED BY SIZE
                   INTO WS-MESSAGE-T
               END-STRING
               MOVE "REJECTED" TO WS-AUD-RESULT
           ELSE
               PERFORM WRITE-CUSTOMER-NOTE
           END-IF
           .

       WRITE-CUSTOMER-NOTE.
           MOVE 0 TO WS-NOTE-LAST-SEQ
           OPEN INPUT CUSTOMER-NOTES-FILE
           IF WS-NOTES-FILE-STATUS = "00"
               PERFORM FIND-LAST-NOTE-SEQ
                   UNTIL WS-NOTES-FILE-STATUS NOT = "00"
               CLOSE CUSTOMER-NOTES-FILE
           END-IF

           MOVE SPACES TO WS-OPERATOR-ID
           EXEC CICS ASSIGN
               USERID(WS-OPERATOR-ID)
           END-EXEC
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           INITIALIZE WS-NOTE-LINE
           ADD 1 TO WS-NOTE-LAST-SEQ GIVING WS-NOTE-SEQ
           MOVE WS-AUDIT-DATE TO WS-NOTE-DATE
           MOVE WS-AUDIT-TIME(1:6) TO WS-NOTE-TIME
           MOVE WS-CUSTOMER-ID TO WS-NOTE-CUSTID
           MOVE EIBTRMID TO WS-NOTE-TERMID
           MOVE WS-OPERATOR-ID TO WS-NOTE-OPERATOR
           MOVE WS-NOTE-CATEGORY TO WS-NOTE-CAT
           MOVE WS-NOTE-TEXT TO WS-NOTE-BODY
           OPEN EXTEND CUSTOMER-NOTES-FILE
           IF WS-NOTES-FILE-STATUS NOT = "00"
               OPEN OUTPUT CUSTOMER-NOTES-FILE
           END-IF
           WRITE CUSTOMER-NOTES-RECORD FROM WS-NOTE-LINE
           CLOSE CUSTOMER-NOTES-FILE

           STRING "NOTE ADDED FOR CUSTOMER " DELIMITED BY SIZE
                  WS-CUSTOMER-ID-IN DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-NOTE-CATEGORY DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
               INTO WS-MESSAGE-T
           END-STRING
           .

       FIND-LAST-NOTE-SEQ.
           READ CUSTOMER-NOTES-FILE INTO WS-NOTE-LINE
           IF WS-NOTES-FILE-STATUS = "00"
               IF WS-NOTE-SEQ IS NUMERIC
                   MOVE WS-NOTE-SEQ TO WS-NOTE-LAST-SEQ
               END-IF
           END-IF
           .

      * The customer's last four notes, oldest first, on the screen.
       SHOW-CUSTOMER-NOTES.
           MOVE SPACES TO WS-MESSAGE-T
           IF WS-CUSTOMER-ID-IN IS NOT NUMERIC
               MOVE "CUSTOMER ID MUST BE 9 DIGITS" TO WS-MESSAGE-T
               MOVE "REJECTED" TO WS-AUD-RESULT
           ELSE
               MOVE WS-CUSTOMER-ID-IN TO WS-CUSTOMER-ID
               MOVE 0 TO WS-NOTE-RING-HELD
               MOVE 1 TO WS-NOTE-RING-NEXT
               OPEN INPUT CUSTOMER-NOTES-FILE
               IF WS-NOTES-FILE-STATUS = "00"
                   PERFORM RING-ONE-NOTE
                       UNTIL WS-NOTES-FILE-STATUS NOT = "00"
                   CLOSE CUSTOMER-NOTES-FILE
               END-IF
               IF WS-NOTE-RING-HELD = 0
                   STRING "NO NOTES FOR CUSTOMER " DELIMITED BY SIZE
                          WS-CUSTOMER-ID-IN DELIMITED BY SIZE
                       INTO WS-MESSAGE-T
                   END-STRING
               ELSE
                   PERFORM SHOW-NOTE-RING
               END-IF
           END-IF
           .

       SHOW-NOTE-RING.
           STRING "NOTES FOR CUSTOMER " DELIMITED BY SIZE
                  WS-CUSTOMER-ID-IN DELIMITED BY SIZE
               INTO WS-MESSAGE-T
           END-STRING
           IF WS-NOTE-RING-HELD < 4
               MOVE 1 TO WS-NOTE-RING-IDX
           ELSE
               MOVE WS-NOTE-RING-NEXT TO WS-NOTE-RING-IDX
           END-IF
           MOVE 81 TO WS-NOTE-OFFSET
           PERFORM SHOW-ONE-RING-NOTE
               VARYING WS-NOTE-RING-SHOWN FROM 1 BY 1
               UNTIL WS-NOTE-RING-SHOWN > WS-NOTE-RING-HELD
           .

       RING-ONE-NOTE.
           READ CUSTOMER-NOTES-FILE INTO WS-NOTE-LINE
           IF WS-NOTES-FILE-STATUS = "00"
               IF WS-NOTE-CUSTID = WS-CUSTOMER-ID
                   MOVE WS-NOTE-DATE TO WS-NOTE-DATE-EDIT
                   MOVE SPACES TO WS-NOTE-RING-LINE(WS-NOTE-RING-NEXT)
                   STRING WS-NOTE-DATE-EDIT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-NOTE-CAT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-NOTE-BODY DELIMITED BY SIZE
                       INTO WS-NOTE-RING-LINE(WS-NOTE-RING-NEXT)
                   END-STRING
                   ADD 1 TO WS-NOTE-RING-NEXT
                   IF WS-NOTE-RING-NEXT > 4
                       MOVE 1 TO WS-NOTE-RING-NEXT
                   END-IF
                   IF WS-NOTE-RING-HELD < 4
                       ADD 1 TO WS-NOTE-RING-HELD
                   END-IF
               END-IF
           END-IF
           .

       SHOW-ONE-RING-NOTE.
           MOVE WS-NOTE-RING-LINE(WS-NOTE-RING-IDX)
               TO WS-MESSAGE-T(WS-NOTE-OFFSET:80)
           ADD 80 TO WS-NOTE-OFFSET
           ADD 1 TO WS-NOTE-RING-IDX
           IF WS-NOTE-RING-IDX > 4
               MOVE 1 TO WS-NOTE-RING-IDX
           END-IF
           .

      * A maker whose limit change was rejected is told at their next
      * sign-on: up to four notices head the menu, each shown once.
       SHOW-REJECTED-CHANGES.
           CALL "collectRejectedCreditChanges" USING
               BY REFERENCE WS-OPERATOR-USER
               BY REFERENCE WS-REJECT-NOTICES
           END-CALL
           IF WS-NOTICE-COUNT > 0
               MOVE WS-MESSAGE-O TO WS-MENU-TEXT
               MOVE SPACES TO WS-MESSAGE-O
               MOVE 1 TO WS-NOTICE-OFFSET
               PERFORM SHOW-ONE-REJECTION
                   VARYING WS-NOTICE-IDX FROM 1 BY 1
                   UNTIL WS-NOTICE-IDX > WS-NOTICE-COUNT
               MOVE WS-MENU-TEXT TO WS-MESSAGE-O(WS-NOTICE-OFFSET:400)
           END-IF
           .

       SHOW-ONE-REJECTION.
           MOVE WS-NOTICE-ON(WS-NOTICE-IDX) TO WS-NOTICE-DATE-EDIT
           MOVE WS-NOTICE-LIMIT(WS-NOTICE-IDX) TO WS-CREDIT-EDIT
           STRING "REJECTED " DELIMITED BY SIZE
                  WS-NOTICE-DATE-EDIT DELIMITED BY SIZE
                  ": CUSTOMER " DELIMITED BY SIZE
                  WS-NOTICE-CUSTID(WS-NOTICE-IDX) DELIMITED BY SIZE
                  " LIMIT " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CREDIT-EDIT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOTICE-REASON(WS-NOTICE-IDX) DELIMITED BY SPACE
                  " BY " DELIMITED BY SIZE
                  WS-NOTICE-BY(WS-NOTICE-IDX) DELIMITED BY SPACE
               INTO WS-MESSAGE-O(WS-NOTICE-OFFSET:80)
           END-STRING
           ADD 80 TO WS-NOTICE-OFFSET
           .

      * One page of the credit-limit changes awaiting approval, oldest
      * first: customer, maker, date keyed, limit now > limit asked
      * for, and last night's review exception for the customer.
       SHOW-APPROVAL-QUEUE.
           MOVE SPACES TO WS-MESSAGE-T
           MOVE 1 TO WS-QUEUE-PAGE-NO
           IF WS-MESSAGE-R(4:3) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-MESSAGE-R(4:3))
                   TO WS-QUEUE-PAGE-NO
           END-IF
           CALL "listPendingCreditChanges" USING
               BY REFERENCE WS-QUEUE-PAGE-NO
               BY REFERENCE WS-QUEUE-PAGE
               BY REFERENCE WS-MAINT-STATUS
           END-CALL
           IF WS-QUEUE-TOTAL = 0
               MOVE "NO CREDIT-LIMIT CHANGES AWAITING APPROVAL"
                   TO WS-MESSAGE-T
           ELSE
               COMPUTE WS-QUEUE-PAGES = (WS-QUEUE-TOTAL + 3) / 4
               IF WS-QUEUE-LINES = 0
                   STRING "NO PAGE " DELIMITED BY SIZE
                          WS-QUEUE-PAGE-NO DELIMITED BY SIZE
                          " - THE QUEUE HAS " DELIMITED BY SIZE
                          WS-QUEUE-PAGES DELIMITED BY SIZE
                          " PAGE(S)" DELIMITED BY SIZE
                       INTO WS-MESSAGE-T
                   END-STRING
               ELSE
                   PERFORM SHOW-QUEUE-PAGE
               END-IF
           END-IF
           .

       SHOW-QUEUE-PAGE.
           MOVE WS-QUEUE-PAGE-NO TO WS-QHD-PAGE
           MOVE WS-QUEUE-PAGES TO WS-QHD-PAGES
           MOVE WS-QUEUE-TOTAL TO WS-QHD-TOTAL
           MOVE WS-QUEUE-HEADING TO WS-MESSAGE-T(1:80)
           MOVE 81 TO WS-QUEUE-OFFSET
           PERFORM SHOW-ONE-QUEUE-LINE
               VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-LINES
           .

       SHOW-ONE-QUEUE-LINE.
           MOVE WS-QUEUE-CUSTID(WS-QUEUE-IDX) TO WS-QLN-CUSTID
           MOVE WS-QUEUE-MAKER(WS-QUEUE-IDX) TO WS-QLN-MAKER
           MOVE WS-QUEUE-DATE(WS-QUEUE-IDX) TO WS-QLN-DATE
           MOVE WS-QUEUE-CURRENT(WS-QUEUE-IDX) TO WS-QLN-CURRENT
           MOVE WS-QUEUE-REQUESTED(WS-QUEUE-IDX) TO WS-QLN-REQUESTED
           MOVE WS-QUEUE-EXCEPTION(WS-QUEUE-IDX) TO WS-QLN-EXCEPTION
           MOVE WS-QUEUE-LINE TO WS-MESSAGE-T(WS-QUEUE-OFFSET:80)
           ADD 80 TO WS-QUEUE-OFFSET
           .

      * Approves or rejects one customer's pending change as this
      * operator. creditLimitMaint holds the rules (not your own
      * change, within your delegated authority) and says why when it
      * refuses.
       DECIDE-LIMIT-CHANGE.
           MOVE SPACES TO WS-MESSAGE-T
           IF WS-CUSTOMER-ID-IN IS NOT NUMERIC
               MOVE "CUSTOMER ID MUST BE 9 DIGITS" TO WS-MESSAGE-T
               MOVE "REJECTED" TO WS-AUD-RESULT
           ELSE
               MOVE WS-CUSTOMER-ID-IN TO WS-CUSTOMER-ID
               MOVE WS-MESSAGE-R(14:1) TO WS-DECISION
               MOVE WS-MESSAGE-R(16:8) TO WS-REJECT-REASON
               MOVE SPACES TO WS-MAINT-MESSAGE
               EVALUATE WS-DECISION
                   WHEN "A"
                       CALL "approveCreditLimitChangeMessage" USING
                           BY REFERENCE WS-CUSTOMER-ID
                           BY REFERENCE WS-OPERATOR-USER
                           BY REFERENCE WS-MAINT-STATUS
                           BY REFERENCE WS-MAINT-MESSAGE
                       END-CALL
                       PERFORM SHOW-LIMIT-DECISION
                   WHEN "R"
                       CALL "rejectCreditLimitChange" USING
                           BY REFERENCE WS-CUSTOMER-ID
                           BY REFERENCE WS-OPERATOR-USER
                           BY REFERENCE WS-REJECT-REASON
                           BY REFERENCE WS-MAINT-STATUS
                           BY REFERENCE WS-MAINT-MESSAGE
                       END-CALL
                       PERFORM SHOW-LIMIT-DECISION
                   WHEN OTHER
                       MOVE "KEY A TO APPROVE OR R <reason> TO REJECT"
                           TO WS-MESSAGE-T
                       MOVE "REJECTED" TO WS-AUD-RESULT
               END-EVALUATE
           END-IF
           .

      * creditLimitMaint's answer on the screen; a refusal is audited
      * as REFUSED.
       SHOW-LIMIT-DECISION.
           STRING "CUSTOMER " DELIMITED BY SIZE
                  WS-CUSTOMER-ID-IN DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-MAINT-MESSAGE DELIMITED BY SIZE
               INTO WS-MESSAGE-T
           END-STRING
           IF NOT WS-MAINT-OK AND NOT WS-MAINT-FIRST-OK
               MOVE "REFUSED" TO WS-AUD-RESULT
           END-IF
           .
