      ***           RECIPIENT, METHOD AND LINE COUNT, SO "DID
      ***           MARKETING GET THEIR COPY" IS A LOOKUP. A COPY
      ***           THAT COULD NOT BE PRODUCED FAILS THE STEP.
      ***           A RECIPIENT MAY BE SENT A MASKED COPY: THE
      ***           MASKING LEVEL FOLLOWS THE METHOD ON DISTCTL
      ***           (N OR BLANK NONE, P PARTIAL, F FULL), AND THE
      ***           MASKRULE TABLE SAYS WHICH COLUMNS OF EACH REPORT
      ***           HOLD PERSONAL DATA - REPORT NAME 1-8, START
      ***           COLUMN 10-12, LENGTH 14-16, CLASS 18-21:
      ***             ID   - PARTIAL KEEPS THE LAST FOUR CHARACTERS
      ***             NAME - PARTIAL KEEPS THE INITIAL
      ***             ADDR - MASKED AT EITHER LEVEL
      ***             AMT  - PAY RATES, LIMITS, BALANCES - MASKED AT
      ***                    EITHER LEVEL
      ***             DTL  - ONLY LINES WITH A DIGIT IN THIS COLUMN
      ***                    ARE DETAIL LINES AND MASKED; HEADINGS
      ***                    AND TOTALS PASS AS PRINTED
      ***           FULL MASKS EVERY RULED COLUMN. A MASKED COPY OF A
      ***           REPORT WITH NO RULES IS NOT PRODUCED (RESULT
      ***           NO RULES) RATHER THAN SENT IN THE CLEAR, AND THE
      ***           MANIFEST RECORDS THE LEVEL EACH COPY WENT OUT AT.
      ***
      ***  INPUTS : PARM DATA (THE REPORT NAME BEING DISTRIBUTED)
      ***           DISTCTL (DISTRIBUTION CONTROL FILE)
      ***           RPTIN (THE PRINTED REPORT, RE-READ PER COPY)
      ***           MASKRULE (PERSONAL-DATA COLUMNS PER REPORT)
      ***
      ***  OUTPUTS: DISTOUT (BANNERED PRINT COPIES)
      ***           RECPOUT (PER-RECIPIENT FILE COPIES)
               ORGANIZATION  IS SEQUENTIAL
               FILE STATUS   IS DISTMAN-STATUS.

           SELECT MASKRULE-FILE ASSIGN TO  UT-S-MASKRULE
               ORGANIZATION  IS SEQUENTIAL
               FILE STATUS   IS MASKRULE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  DCT-BANNER-NAME         PIC  X(20).
           05  FILLER                  PIC  X(01).
           05  DCT-METHOD              PIC  X(05).
           05  FILLER                  PIC  X(01).
           05  DCT-MASK-LEVEL          PIC  X(01).

       FD  RPTIN-FILE.
       01  RPTIN-RECORD                PIC  X(133).
       FD  DISTMAN-FILE.
       01  DISTMAN-RECORD              PIC  X(80).

       FD  MASKRULE-FILE.
       01  MASKRULE-RECORD.
           05  MSK-REPORT-NAME         PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  MSK-START               PIC  9(03).
           05  FILLER                  PIC  X(01).
           05  MSK-LENGTH              PIC  9(03).
           05  FILLER                  PIC  X(01).
           05  MSK-CLASS               PIC  X(04).

       WORKING-STORAGE SECTION.

       01  PROGRAM-FIELDS.
           05  DISTLOG-STATUS          PIC  X(02).
           05  RECPOUT-STATUS          PIC  X(02).
           05  DISTMAN-STATUS          PIC  X(02).
           05  MASKRULE-STATUS         PIC  X(02).
           05  MASKRULE-EOF-SW         PIC  X(01) VALUE SPACE.
               88  MASKRULE-AT-EOF         VALUE 'Y'.
           05  DISTCTL-EOF-SW          PIC  X(01) VALUE SPACE.
               88  DISTCTL-AT-EOF          VALUE 'Y'.
           05  RPTIN-EOF-SW            PIC  X(01).
                       88  METHOD-HOLD     VALUE 'HOLD '.
                   15  RECIP-LINE-CNT  PIC S9(07) COMP-3.
                   15  RECIP-RESULT    PIC  X(10).
                   15  RECIP-MASK      PIC  X(01).
                       88  MASK-NONE       VALUE 'N', SPACE.
                       88  MASK-PARTIAL    VALUE 'P'.
                       88  MASK-FULL       VALUE 'F'.
           05  RECIP-IDX               PIC  9(03) COMP.
           05  RECIP-SCAN-IDX          PIC  9(03) COMP.
           05  RECIP-SWAP              PIC  X(69).
               88  SORT-IS-CLEAN           VALUE 'Y'.
           05  COPY-NO                 PIC  9(02).

      *****************************************************************
      *  THE MASKING RULES FOR THIS REPORT, AND THE LINE BEING MASKED. *
      *****************************************************************
       01  MASKING-FIELDS.
           05  RULE-CNT                PIC  9(03) COMP VALUE 0.
           05  RULE-TABLE.
               10  RULE-ENTRY          OCCURS 50 TIMES.
                   15  RULE-START      PIC  9(03).
                   15  RULE-LENGTH     PIC  9(03).
                   15  RULE-CLASS      PIC  X(04).
                       88  RULE-IS-ID      VALUE 'ID  '.
                       88  RULE-IS-NAME    VALUE 'NAME'.
                       88  RULE-IS-DETAIL  VALUE 'DTL '.
           05  RULE-IDX                PIC  9(03) COMP.
           05  DETAIL-COL              PIC  9(03) VALUE 0.
           05  COPY-LINE               PIC  X(133).
           05  MASK-POS                PIC  9(03) COMP.
           05  MASK-END                PIC  9(03) COMP.
           05  KEEP-LEFT               PIC  9(03) COMP.
           05  KEEP-RIGHT              PIC  9(03) COMP.
           05  NONSPACE-CNT            PIC  9(03) COMP.
           05  NONSPACE-SEEN           PIC  9(03) COMP.
           05  SPACE-CNT               PIC  9(03) COMP.

       01  BANNER-LINES.
           05  BANNER-EDGE             PIC  X(60) VALUE ALL '*'.
           05  BANNER-LINE.
           05  FILLER                  PIC  X(07)
                                       VALUE ' LINES '.
           05  MAN-RESULT              PIC  X(10).
           05  FILLER                  PIC  X(01).
           05  MAN-MASK                PIC  X(07).

       01  LOG-LINE.
           05  LOG-REPORT              PIC  X(08).
               GO TO 0000-WRAPUP.

           PERFORM 1500-SORT-BY-PIGEONHOLE THRU 1500-EXIT.
           PERFORM 1200-LOAD-MASK-RULES THRU 1200-EXIT.

           OPEN OUTPUT DISTOUT-FILE.
           OPEN OUTPUT DISTLOG-FILE.
               MOVE DCT-COPIES         TO RECIP-COPIES(RECIP-CNT)
               MOVE DCT-BANNER-NAME    TO RECIP-BANNER(RECIP-CNT)
               MOVE DCT-METHOD         TO RECIP-METHOD(RECIP-CNT)
               MOVE DCT-MASK-LEVEL     TO RECIP-MASK(RECIP-CNT)
               MOVE 0                  TO RECIP-LINE-CNT(RECIP-CNT)
               MOVE 'PRODUCED'         TO RECIP-RESULT(RECIP-CNT).

       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1200-LOAD-MASK-RULES - THE PERSONAL-DATA COLUMNS OF THE       *
      *  REPORT BEING DISTRIBUTED. NO MASKRULE FILE MEANS NO RULES -   *
      *  ONLY A RECIPIENT WHO ASKS FOR MASKING IS AFFECTED.            *
      *****************************************************************
       1200-LOAD-MASK-RULES.

           MOVE 0                      TO RULE-CNT.
           MOVE 0                      TO DETAIL-COL.
           OPEN INPUT MASKRULE-FILE.
           IF MASKRULE-STATUS NOT = '00'
               GO TO 1200-EXIT.

           PERFORM 1210-LOAD-ONE-RULE THRU 1210-EXIT
               UNTIL MASKRULE-AT-EOF.

           CLOSE MASKRULE-FILE.

       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-RULE.

           READ MASKRULE-FILE.
           IF MASKRULE-STATUS NOT = '00'
               SET MASKRULE-AT-EOF     TO TRUE
               GO TO 1210-EXIT.

           IF MSK-REPORT-NAME NOT = WANTED-REPORT
               GO TO 1210-EXIT.

           IF MSK-START NOT NUMERIC OR MSK-LENGTH NOT NUMERIC
               GO TO 1210-EXIT.

           IF MSK-START < 1 OR MSK-START > 133
               GO TO 1210-EXIT.

           IF MSK-CLASS = 'DTL '
               MOVE MSK-START          TO DETAIL-COL
               GO TO 1210-EXIT.

           IF MSK-LENGTH < 1 OR MSK-START + MSK-LENGTH > 134
               GO TO 1210-EXIT.

           IF RULE-CNT < 50
               ADD 1                   TO RULE-CNT
               MOVE MSK-START          TO RULE-START(RULE-CNT)
               MOVE MSK-LENGTH         TO RULE-LENGTH(RULE-CNT)
               MOVE MSK-CLASS          TO RULE-CLASS(RULE-CNT).

       1210-EXIT.
           EXIT.

      *****************************************************************
      *  1500-SORT-BY-PIGEONHOLE - NEIGHBOR-EXCHANGE ON THE DELIVERY   *
      *  CODE SO THE OUTPUT STACK COMES OFF THE PRINTER ALREADY IN     *
           IF METHOD-HOLD(RECIP-IDX)
               MOVE 'HELD'             TO RECIP-RESULT(RECIP-IDX)
           ELSE
           IF NOT MASK-NONE(RECIP-IDX) AND RULE-CNT = 0
               DISPLAY 'NO MASKING RULES FOR ' WANTED-REPORT
                       ' - COPY FOR ' RECIP-NAME(RECIP-IDX)
                       ' NOT PRODUCED'            UPON SYSOUT
               MOVE 'NO RULES'         TO RECIP-RESULT(RECIP-IDX)
               IF WS-RCODE < 8
                   MOVE 8              TO WS-RCODE
               END-IF
           ELSE
           IF METHOD-FILE(RECIP-IDX)
               PERFORM 2200-PRODUCE-FILE-COPY THRU 2200-EXIT
           ELSE
               SET RPTIN-AT-EOF        TO TRUE
               GO TO 2110-EXIT.

           MOVE RPTIN-RECORD           TO COPY-LINE.
           IF NOT MASK-NONE(RECIP-IDX)
               PERFORM 2300-MASK-COPY-LINE THRU 2300-EXIT.
           WRITE DISTOUT-RECORD      FROM COPY-LINE.
           ADD 1                       TO RECIP-LINE-CNT(RECIP-IDX).

       2110-EXIT.
               SET RPTIN-AT-EOF        TO TRUE
               GO TO 2210-EXIT.

           MOVE RPTIN-RECORD           TO COPY-LINE.
           IF NOT MASK-NONE(RECIP-IDX)
               PERFORM 2300-MASK-COPY-LINE THRU 2300-EXIT.
           WRITE RECPOUT-RECORD      FROM COPY-LINE.
           ADD 1                       TO RECIP-LINE-CNT(RECIP-IDX).

       2210-EXIT.
           EXIT.

      *****************************************************************
      *  2300-MASK-COPY-LINE - OVERWRITES THE PERSONAL DATA IN THE     *
      *  RULED COLUMNS OF A DETAIL LINE WITH ASTERISKS. ONLY NON-BLANK *
      *  CHARACTERS ARE MASKED SO THE COPY KEEPS ITS COLUMNS; A        *
      *  PARTIAL COPY KEEPS THE LAST FOUR OF AN ID AND THE INITIAL OF  *
      *  A NAME.                                                       *
      *****************************************************************
       2300-MASK-COPY-LINE.

           IF DETAIL-COL NOT = 0
               IF COPY-LINE(DETAIL-COL:1) NOT NUMERIC
                   GO TO 2300-EXIT.

           PERFORM 2310-MASK-ONE-COLUMN THRU 2310-EXIT
               VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-CNT.

       2300-EXIT.
           EXIT.

       2310-MASK-ONE-COLUMN.

           MOVE 0                      TO KEEP-LEFT.
           MOVE 0                      TO KEEP-RIGHT.
           IF MASK-PARTIAL(RECIP-IDX)
               IF RULE-IS-ID(RULE-IDX)
                   MOVE 4              TO KEEP-RIGHT
               ELSE
               IF RULE-IS-NAME(RULE-IDX)
                   MOVE 1              TO KEEP-LEFT.

           MOVE 0                      TO SPACE-CNT.
           INSPECT COPY-LINE(RULE-START(RULE-IDX):RULE-LENGTH(RULE-IDX))
               TALLYING SPACE-CNT FOR ALL SPACES.
           COMPUTE NONSPACE-CNT = RULE-LENGTH(RULE-IDX) - SPACE-CNT.
           MOVE 0                      TO NONSPACE-SEEN.
           COMPUTE MASK-END = RULE-START(RULE-IDX)
                            + RULE-LENGTH(RULE-IDX) - 1.

           PERFORM 2320-MASK-ONE-CHARACTER THRU 2320-EXIT
               VARYING MASK-POS FROM RULE-START(RULE-IDX) BY 1
                   UNTIL MASK-POS > MASK-END.

       2310-EXIT.
           EXIT.

       2320-MASK-ONE-CHARACTER.

           IF COPY-LINE(MASK-POS:1) = SPACE
               GO TO 2320-EXIT.

           ADD 1                       TO NONSPACE-SEEN.
           IF NONSPACE-SEEN <= KEEP-LEFT
               GO TO 2320-EXIT.

           IF NONSPACE-SEEN > NONSPACE-CNT - KEEP-RIGHT
               GO TO 2320-EXIT.

           MOVE '*'                    TO COPY-LINE(MASK-POS:1).

       2320-EXIT.
           EXIT.

      *****************************************************************
      *  3000-WRITE-MANIFEST - ONE LINE PER RECIPIENT: METHOD, LINES   *
      *  PRODUCED, AND WHETHER THE COPY WAS PRODUCED, HELD OR FAILED.  *
               MOVE RECIP-METHOD(RECIP-IDX) TO MAN-METHOD.
           MOVE RECIP-LINE-CNT(RECIP-IDX) TO MAN-LINE-CNT.
           MOVE RECIP-RESULT(RECIP-IDX) TO MAN-RESULT.
           IF MASK-PARTIAL(RECIP-IDX)
               MOVE 'PARTIAL'          TO MAN-MASK
           ELSE
           IF MASK-FULL(RECIP-IDX)
               MOVE 'FULL'             TO MAN-MASK
           ELSE
               MOVE 'NONE'             TO MAN-MASK.
           WRITE DISTMAN-RECORD      FROM MANIFEST-LINE.

       3100-EXIT.
