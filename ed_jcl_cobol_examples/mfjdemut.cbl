      ***               STILL APPLY AROUND THE COLLAPSE. A CONTROL
      ***               DISPLAY OF RECORDS IN/OUT AND THE SUM OF
      ***               TOTALS LETS THE STEP BE RECONCILED.)
      ***             DUMP FIELD=(POS,LEN,TYPE,NAME,DEC)
      ***               (ONE CARD PER FIELD, UP TO 20. TYPE IS CH
      ***               CHARACTER, ZD ZONED, PD PACKED, BI UNSIGNED
      ***               BINARY OR FI SIGNED BINARY; DEC - DECIMAL
      ***               PLACES FOR A NUMBER - MAY BE LEFT OFF. WITH
      ***               DUMP CARDS THE RAW LISTING IS REPLACED BY
      ***               EACH RECORD INCLUDE/OMIT SELECTS, FIELD BY
      ***               FIELD AND DECODED; A PACKED OR ZONED FIELD
      ***               THAT IS NOT VALID IS FLAGGED IN PLACE WITH
      ***               ITS BYTES IN HEX.)
      ***
      ***  INPUTS : PARM DATA
      ***           SYSUT1 FILE
           05  SELECTED-SW              PIC  X(01).
               88  RECORD-SELECTED          VALUE 'Y'.

      *****************************************************************
      *  DUMP-LAYOUT-FIELDS HOLD THE DUMP FIELD=(...) CARDS - THE      *
      *  LAYOUT OPERATIONS KEY FOR A FILE WITH PACKED OR BINARY DATA   *
      *  (LOANMAST.DAT, QUOTEFIL.DAT, THE KSDS) - AND THE WORK AREAS   *
      *  EACH FIELD IS DECODED THROUGH. A FIELD IS MOVED RIGHT-        *
      *  JUSTIFIED INTO A WORK AREA OF ITS TYPE AND TESTED THERE.      *
      *****************************************************************
       01  DUMP-LAYOUT-FIELDS.
           05  DUMP-FIELD-CNT           PIC  9(02) COMP VALUE 0.
           05  DUMP-FIELD-TABLE.
               10  DUMP-FIELD           OCCURS 20 TIMES.
                   15  DUMP-POS         PIC  9(03).
                   15  DUMP-LEN         PIC  9(03).
                   15  DUMP-TYPE        PIC  X(02).
                       88  DUMP-TYPE-CH     VALUE 'CH'.
                       88  DUMP-TYPE-ZD     VALUE 'ZD'.
                       88  DUMP-TYPE-PD     VALUE 'PD'.
                       88  DUMP-TYPE-BI     VALUE 'BI'.
                       88  DUMP-TYPE-FI     VALUE 'FI'.
                   15  DUMP-NAME        PIC  X(20).
                   15  DUMP-DEC         PIC  9(01).
           05  DUMP-IDX                 PIC  9(02) COMP.
           05  DUMP-RECORD-CNT          PIC S9(05) COMP-3 VALUE 0.
           05  DUMP-CARD-POS            PIC  9(03).
           05  DUMP-CARD-LEN            PIC  9(03).
           05  DUMP-CARD-TYPE           PIC  X(02).
               88  DUMP-CARD-TYPE-OK        VALUE 'CH' 'ZD' 'PD'
                                                  'BI' 'FI'.
           05  DUMP-CARD-DEC            PIC  9(03).
           05  DUMP-CARD-OK-SW          PIC  X(01).
               88  DUMP-CARD-OK             VALUE 'Y'.
           05  DUMP-LINE.
               10  FILLER               PIC  X(02) VALUE SPACES.
               10  DUMP-LINE-NAME       PIC  X(20).
               10  FILLER               PIC  X(01) VALUE SPACE.
               10  DUMP-LINE-POS        PIC  ZZ9.
               10  FILLER               PIC  X(01) VALUE SPACE.
               10  DUMP-LINE-LEN        PIC  ZZ9.
               10  FILLER               PIC  X(01) VALUE SPACE.
               10  DUMP-LINE-TYPE       PIC  X(02).
               10  FILLER               PIC  X(02) VALUE SPACES.
               10  DUMP-LINE-VALUE      PIC  X(60).
           05  DUMP-ZD-X                PIC  X(18).
           05  DUMP-ZD-N      REDEFINES DUMP-ZD-X
                                        PIC S9(18).
           05  DUMP-PD-X                PIC  X(09).
           05  DUMP-PD-N      REDEFINES DUMP-PD-X
                                        PIC S9(17) COMP-3.
           05  DUMP-BI-X                PIC  X(08).
           05  DUMP-BI-U      REDEFINES DUMP-BI-X
                                        PIC  9(18) COMP.
           05  DUMP-BI-S      REDEFINES DUMP-BI-X
                                        PIC S9(18) COMP.
           05  DUMP-INTEGER             PIC S9(18) COMP-3.
           05  DUMP-ABS                 PIC  9(18).
           05  DUMP-POWER               PIC  9(10) COMP-3.
           05  DUMP-INT-PART            PIC  9(18).
           05  DUMP-FRAC-PART           PIC  9(09).
           05  DUMP-INT-EDIT            PIC  Z(17)9.
           05  DUMP-SIGN-CHAR           PIC  X(01).
           05  DUMP-BAD-TYPE            PIC  X(07).
           05  DUMP-HEX-DIGITS          PIC  X(16)
                                        VALUE '0123456789ABCDEF'.
           05  DUMP-HEX-BYTE.
               10  FILLER               PIC  X(01) VALUE LOW-VALUES.
               10  DUMP-HEX-BYTE-2      PIC  X(01).
           05  FILLER        REDEFINES DUMP-HEX-BYTE.
               10  DUMP-HEX-BYTE-N      PIC  9(04) COMP.
           05  DUMP-HEX-HIGH            PIC  9(02) COMP.
           05  DUMP-HEX-LOW             PIC  9(02) COMP.
           05  DUMP-HEX-TEXT            PIC  X(40).
           05  DUMP-HEX-OUT-POS         PIC  9(02) COMP.
           05  DUMP-BYTE-IDX            PIC  9(03) COMP.

       LINKAGE SECTION.

       01  PARM.
           IF SYSUT1-OPEN-SW = 'Y'
           AND SYSUT2-OPEN-SW = 'Y'
               DISPLAY ' '                                UPON SYSOUT
               IF DUMP-FIELD-CNT > 0
                   DISPLAY 'SYSUT1 FORMATTED DUMP:'       UPON SYSOUT
                   DISPLAY '----------------------'       UPON SYSOUT
               ELSE
                   DISPLAY 'SYSUT1 FILE LISTING:'         UPON SYSOUT
                   DISPLAY '--------------------'         UPON SYSOUT
               END-IF
               PERFORM 1000-PROCESS-FILES THRU 1000-EXIT
                 UNTIL SYSUT1-STATUS NOT = '00'
                   OR  SYSUT2-STATUS NOT = '00'.
           MOVE SYSUT2-CNT             TO DISPLAY-CNT.
           DISPLAY 'SYSUT2 RECORDS OUTPUT = ' DISPLAY-CNT UPON SYSOUT.
           DISPLAY 'SYSUT2 RECORDS OUTPUT = ' DISPLAY-CNT UPON CONSOLE.
           IF DUMP-FIELD-CNT > 0
               MOVE DUMP-RECORD-CNT    TO DISPLAY-CNT
               DISPLAY 'SYSUT1 RECORDS DUMPED = ' DISPLAY-CNT
                                                          UPON SYSOUT.

           DISPLAY ' '                                    UPON SYSOUT.
           DISPLAY ' '                                    UPON CONSOLE.

           IF SYSUT1-STATUS = '00'
               ADD 1                   TO SYSUT1-CNT
               IF DUMP-FIELD-CNT = 0
                   DISPLAY WORK-BUFFER                    UPON SYSOUT
               END-IF
           ELSE
               IF SYSUT1-STATUS = '10'
                   GO TO 1000-EXIT
           IF NOT RECORD-SELECTED
               GO TO 1000-EXIT.

           IF DUMP-FIELD-CNT > 0
               PERFORM 1400-DUMP-RECORD THRU 1400-EXIT.

           IF SUM-ACTIVE
               PERFORM 1300-SUM-ACCUMULATE THRU 1300-EXIT
               GO TO 1000-EXIT.
           ELSE
           IF SYSIN-CARD(1:4) = 'SUM '
               PERFORM 0150-PARSE-SUM THRU 0150-EXIT
           ELSE
           IF SYSIN-CARD(1:5) = 'DUMP '
               PERFORM 0180-PARSE-DUMP THRU 0180-EXIT
           ELSE
               DISPLAY 'MFJDEMUT CARD IGNORED'            UPON SYSOUT.

       0170-EXIT.
           EXIT.

      *****************************************************************
      *  0180-PARSE-DUMP TAKES ONE DUMP FIELD=(POS,LEN,TYPE,NAME,DEC)  *
      *  CARD INTO THE LAYOUT. THE FIELD MUST LIE INSIDE THE 80-BYTE   *
      *  RECORD AND FIT ITS TYPE'S WORK AREA (ZD 18 BYTES, PD 9, BI    *
      *  AND FI 8); A CARD THAT FAILS IS REJECTED WHOLE.               *
      *****************************************************************
       0180-PARSE-DUMP.

           MOVE SPACES                 TO CARD-BODY.
           MOVE SPACES                 TO CARD-TOKEN-TABLE.
           MOVE 0                      TO CARD-TOKEN-CNT.
           UNSTRING SYSIN-CARD DELIMITED BY '(' OR ')'
               INTO CARD-TOKEN(21) CARD-BODY.
           UNSTRING CARD-BODY DELIMITED BY ','
               INTO CARD-TOKEN(1) CARD-TOKEN(2) CARD-TOKEN(3)
                    CARD-TOKEN(4) CARD-TOKEN(5)
               TALLYING IN CARD-TOKEN-CNT.
           IF SYSIN-CARD(6:6) NOT = 'FIELD='
           OR CARD-TOKEN-CNT < 4
               DISPLAY 'MFJDEMUT BAD DUMP CARD'           UPON SYSOUT
               GO TO 0180-EXIT.

           IF DUMP-FIELD-CNT = 20
               DISPLAY 'MFJDEMUT TOO MANY DUMP FIELDS - CARD IGNORED'
                                                          UPON SYSOUT
               GO TO 0180-EXIT.

           MOVE FUNCTION NUMVAL(CARD-TOKEN(1)) TO DUMP-CARD-POS.
           MOVE FUNCTION NUMVAL(CARD-TOKEN(2)) TO DUMP-CARD-LEN.
           MOVE CARD-TOKEN(3)          TO DUMP-CARD-TYPE.
           MOVE 0                      TO DUMP-CARD-DEC.
           IF CARD-TOKEN-CNT > 4
               MOVE FUNCTION NUMVAL(CARD-TOKEN(5)) TO DUMP-CARD-DEC.

           MOVE 'Y'                    TO DUMP-CARD-OK-SW.
           IF DUMP-CARD-POS = 0 OR DUMP-CARD-LEN = 0
           OR DUMP-CARD-POS + DUMP-CARD-LEN - 1 > 80
           OR NOT DUMP-CARD-TYPE-OK
           OR DUMP-CARD-DEC > 9
               MOVE SPACE              TO DUMP-CARD-OK-SW.
           IF (DUMP-CARD-TYPE = 'ZD' AND DUMP-CARD-LEN > 18)
           OR (DUMP-CARD-TYPE = 'PD' AND DUMP-CARD-LEN > 9)
           OR (DUMP-CARD-TYPE = 'BI' AND DUMP-CARD-LEN > 8)
           OR (DUMP-CARD-TYPE = 'FI' AND DUMP-CARD-LEN > 8)
               MOVE SPACE              TO DUMP-CARD-OK-SW.
           IF NOT DUMP-CARD-OK
               DISPLAY 'MFJDEMUT BAD DUMP CARD'           UPON SYSOUT
               GO TO 0180-EXIT.

           ADD 1                       TO DUMP-FIELD-CNT.
           MOVE DUMP-CARD-POS          TO DUMP-POS(DUMP-FIELD-CNT).
           MOVE DUMP-CARD-LEN          TO DUMP-LEN(DUMP-FIELD-CNT).
           MOVE DUMP-CARD-TYPE         TO DUMP-TYPE(DUMP-FIELD-CNT).
           MOVE CARD-TOKEN(4)          TO DUMP-NAME(DUMP-FIELD-CNT).
           MOVE DUMP-CARD-DEC          TO DUMP-DEC(DUMP-FIELD-CNT).

       0180-EXIT.
           EXIT.

      *****************************************************************
      *  1300-SUM-ACCUMULATE - CONSECUTIVE SELECTED RECORDS WITH       *
      *  EQUAL KEYS COLLAPSE INTO THE HELD RECORD; A KEY CHANGE        *
       1355-EXIT.
           EXIT.

      *****************************************************************
      *  1400-DUMP-RECORD LISTS ONE SELECTED RECORD FIELD BY FIELD     *
      *  UNDER ITS INPUT RECORD NUMBER, SO "THE LOAN WITH THIS         *
      *  NUMBER" CAN BE READ OFF THE SYSOUT DURING A PROBLEM.          *
      *****************************************************************
       1400-DUMP-RECORD.

           ADD 1                       TO DUMP-RECORD-CNT.
           MOVE SYSUT1-CNT             TO DISPLAY-CNT.
           DISPLAY ' '                                    UPON SYSOUT.
           DISPLAY 'RECORD ' DISPLAY-CNT                  UPON SYSOUT.
           PERFORM 1410-DUMP-ONE-FIELD THRU 1410-EXIT
               VARYING DUMP-IDX FROM 1 BY 1
                   UNTIL DUMP-IDX > DUMP-FIELD-CNT.

       1400-EXIT.
           EXIT.

       1410-DUMP-ONE-FIELD.

           MOVE DUMP-NAME(DUMP-IDX)    TO DUMP-LINE-NAME.
           MOVE DUMP-POS(DUMP-IDX)     TO DUMP-LINE-POS.
           MOVE DUMP-LEN(DUMP-IDX)     TO DUMP-LINE-LEN.
           MOVE DUMP-TYPE(DUMP-IDX)    TO DUMP-LINE-TYPE.
           MOVE SPACES                 TO DUMP-LINE-VALUE.

           IF DUMP-TYPE-CH(DUMP-IDX)
               MOVE WORK-BUFFER(DUMP-POS(DUMP-IDX):DUMP-LEN(DUMP-IDX))
                                       TO DUMP-LINE-VALUE
           ELSE
           IF DUMP-TYPE-ZD(DUMP-IDX)
               PERFORM 1420-DECODE-ZONED THRU 1420-EXIT
           ELSE
           IF DUMP-TYPE-PD(DUMP-IDX)
               PERFORM 1430-DECODE-PACKED THRU 1430-EXIT
           ELSE
               PERFORM 1440-DECODE-BINARY THRU 1440-EXIT.

           DISPLAY DUMP-LINE                              UPON SYSOUT.

       1410-EXIT.
           EXIT.

      *****************************************************************
      *  ZONED - RIGHT-JUSTIFIED AFTER ZERO DIGITS, SO THE SIGN IN THE *
      *  LAST BYTE STAYS THE LAST BYTE. SPACES OR A BAD ZONE FAIL THE  *
      *  NUMERIC TEST AND ARE FLAGGED.                                 *
      *****************************************************************
       1420-DECODE-ZONED.

           MOVE ALL '0'                TO DUMP-ZD-X.
           MOVE WORK-BUFFER(DUMP-POS(DUMP-IDX):DUMP-LEN(DUMP-IDX))
             TO DUMP-ZD-X(19 - DUMP-LEN(DUMP-IDX):DUMP-LEN(DUMP-IDX)).
           IF DUMP-ZD-N IS NUMERIC
               MOVE DUMP-ZD-N          TO DUMP-INTEGER
               PERFORM 1450-EDIT-NUMBER THRU 1450-EXIT
           ELSE
               MOVE 'ZONED'            TO DUMP-BAD-TYPE
               PERFORM 1460-FLAG-INVALID THRU 1460-EXIT.

       1420-EXIT.
           EXIT.

      *****************************************************************
      *  PACKED - RIGHT-JUSTIFIED AFTER LOW-VALUES (PACKED ZEROS). A   *
      *  BAD DIGIT OR SIGN NIBBLE FAILS THE NUMERIC TEST.              *
      *****************************************************************
       1430-DECODE-PACKED.

           MOVE LOW-VALUES             TO DUMP-PD-X.
           MOVE WORK-BUFFER(DUMP-POS(DUMP-IDX):DUMP-LEN(DUMP-IDX))
             TO DUMP-PD-X(10 - DUMP-LEN(DUMP-IDX):DUMP-LEN(DUMP-IDX)).
           IF DUMP-PD-N IS NUMERIC
               MOVE DUMP-PD-N          TO DUMP-INTEGER
               PERFORM 1450-EDIT-NUMBER THRU 1450-EXIT
           ELSE
               MOVE 'PACKED'           TO DUMP-BAD-TYPE
               PERFORM 1460-FLAG-INVALID THRU 1460-EXIT.

       1430-EXIT.
           EXIT.

      *****************************************************************
      *  BINARY - BI IS UNSIGNED, SO IT IS PADDED WITH LOW-VALUES. FI  *
      *  IS SIGNED: A NEGATIVE VALUE (HIGH BIT ON) IS PADDED WITH      *
      *  HIGH-VALUES TO CARRY THE SIGN OUT TO EIGHT BYTES.             *
      *****************************************************************
       1440-DECODE-BINARY.

           MOVE LOW-VALUES             TO DUMP-BI-X.
           IF DUMP-TYPE-FI(DUMP-IDX)
           AND WORK-BUFFER(DUMP-POS(DUMP-IDX):1) > X'7F'
               MOVE HIGH-VALUES        TO DUMP-BI-X.
           MOVE WORK-BUFFER(DUMP-POS(DUMP-IDX):DUMP-LEN(DUMP-IDX))
             TO DUMP-BI-X(9 - DUMP-LEN(DUMP-IDX):DUMP-LEN(DUMP-IDX)).
           IF DUMP-TYPE-FI(DUMP-IDX)
               MOVE DUMP-BI-S          TO DUMP-INTEGER
           ELSE
               MOVE DUMP-BI-U          TO DUMP-INTEGER.
           PERFORM 1450-EDIT-NUMBER THRU 1450-EXIT.

       1440-EXIT.
           EXIT.

      *****************************************************************
      *  1450-EDIT-NUMBER SHOWS DUMP-INTEGER WITH THE FIELD'S DECIMAL  *
      *  PLACES: SIGN, WHOLE PART, POINT, FRACTION.                    *
      *****************************************************************
       1450-EDIT-NUMBER.

           MOVE SPACE                  TO DUMP-SIGN-CHAR.
           IF DUMP-INTEGER < 0
               MOVE '-'                TO DUMP-SIGN-CHAR.
           MOVE DUMP-INTEGER           TO DUMP-ABS.

           IF DUMP-DEC(DUMP-IDX) = 0
               MOVE DUMP-ABS           TO DUMP-INT-EDIT
               STRING DUMP-SIGN-CHAR         DELIMITED BY SPACE
                      FUNCTION TRIM(DUMP-INT-EDIT)
                                             DELIMITED BY SIZE
                 INTO DUMP-LINE-VALUE
               GO TO 1450-EXIT.

           COMPUTE DUMP-POWER = 10 ** DUMP-DEC(DUMP-IDX).
           DIVIDE DUMP-ABS BY DUMP-POWER
               GIVING DUMP-INT-PART REMAINDER DUMP-FRAC-PART.
           MOVE DUMP-INT-PART          TO DUMP-INT-EDIT.
           STRING DUMP-SIGN-CHAR             DELIMITED BY SPACE
                  FUNCTION TRIM(DUMP-INT-EDIT)
                                             DELIMITED BY SIZE
                  '.'                        DELIMITED BY SIZE
                  DUMP-FRAC-PART(10 - DUMP-DEC(DUMP-IDX):
                                 DUMP-DEC(DUMP-IDX))
                                             DELIMITED BY SIZE
             INTO DUMP-LINE-VALUE.

       1450-EXIT.
           EXIT.

      *****************************************************************
      *  1460-FLAG-INVALID MARKS A FIELD THAT DOES NOT HOLD VALID      *
      *  DATA OF ITS TYPE AND SHOWS ITS BYTES IN HEX INSTEAD.          *
      *****************************************************************
       1460-FLAG-INVALID.

           MOVE SPACES                 TO DUMP-HEX-TEXT.
           MOVE 1                      TO DUMP-HEX-OUT-POS.
           PERFORM 1465-HEX-ONE-BYTE THRU 1465-EXIT
               VARYING DUMP-BYTE-IDX FROM 1 BY 1
                   UNTIL DUMP-BYTE-IDX > DUMP-LEN(DUMP-IDX).
           STRING '*** INVALID '             DELIMITED BY SIZE
                  DUMP-BAD-TYPE              DELIMITED BY SPACE
                  ' ***  X'''                DELIMITED BY SIZE
                  DUMP-HEX-TEXT              DELIMITED BY SPACE
                  ''''                       DELIMITED BY SIZE
             INTO DUMP-LINE-VALUE.

       1460-EXIT.
           EXIT.

       1465-HEX-ONE-BYTE.

           MOVE WORK-BUFFER(DUMP-POS(DUMP-IDX) + DUMP-BYTE-IDX - 1:1)
                                       TO DUMP-HEX-BYTE-2.
           DIVIDE DUMP-HEX-BYTE-N BY 16
               GIVING DUMP-HEX-HIGH REMAINDER DUMP-HEX-LOW.
           MOVE DUMP-HEX-DIGITS(DUMP-HEX-HIGH + 1:1)
                                   TO DUMP-HEX-TEXT(DUMP-HEX-OUT-POS:1).
           MOVE DUMP-HEX-DIGITS(DUMP-HEX-LOW + 1:1)
                               TO DUMP-HEX-TEXT(DUMP-HEX-OUT-POS + 1:1).
           ADD 2                       TO DUMP-HEX-OUT-POS.

       1465-EXIT.
           EXIT.

       9100-OPEN-FILES.

           OPEN INPUT SYSUT1-FILE.
