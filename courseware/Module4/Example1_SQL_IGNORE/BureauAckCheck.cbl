      *>   H run-date(3-10) accepted-count(12-18)
      *>     payrate-hash digits 9(13)v99 (20-34)
      *>     com-hash digits 9(7)v99 (36-44)
      *>     earnings-hash digits 9(13)v99 (46-60)
      *>     retro-pay-hash digits 9(13)v99 (62-76)
      *>   R eno(3-12) reason(14-43)   - one per rejected employee
      *> This step matches the ack to the transmission by run date,
      *> reconciles the accepted count and all four hashes (the
      *> commission-earnings and retro-pay hashes included) against
      *> what our trailer said we sent, lists every per-employee reject,
      *> and raises a clear failure - non-zero return code plus a
      *> flagged line on the central run log - when the round trip
      *> doesn't reconcile or no ack has arrived.
       01  BUREAU-RECORD         PIC X(70).

       FD  BUREAU-ACK-FILE.
       01  BUREAU-ACK-RECORD     PIC X(80).

       FD  ACK-REPORT.
       01  ACK-REPORT-RECORD     PIC X(70).
       01 SENT-COUNT         PIC 9(7) VALUE 0.
       01 SENT-PAYRATE-HASH  PIC 9(13)V99 VALUE 0.
       01 SENT-COM-HASH      PIC 9(7)V99 VALUE 0.
       01 SENT-EARNINGS-HASH PIC 9(13)V99 VALUE 0.
       01 SENT-RETRO-HASH    PIC 9(13)V99 VALUE 0.
       01 SENT-SEEN-SW       PIC X VALUE "N".
           88 SENT-SEEN          VALUE "Y".

       01 ACK-COUNT          PIC 9(7) VALUE 0.
       01 ACK-PAYRATE-HASH   PIC 9(13)V99 VALUE 0.
       01 ACK-COM-HASH       PIC 9(7)V99 VALUE 0.
       01 ACK-EARNINGS-HASH  PIC 9(13)V99 VALUE 0.
       01 ACK-RETRO-HASH     PIC 9(13)V99 VALUE 0.
       01 ACK-SEEN-SW        PIC X VALUE "N".
           88 ACK-SEEN           VALUE "Y".
       01 ACK-REJECT-COUNT   PIC 9(5) VALUE 0.

       01 ACK-LINE           PIC X(80).
       01 ACK-HEADER-VIEW REDEFINES ACK-LINE.
           05 AKH-TYPE           PIC X.
           05 FILLER             PIC X.
           05 AKH-PAYRATE-X      PIC X(15).
           05 FILLER             PIC X.
           05 AKH-COM-X          PIC X(9).
           05 FILLER             PIC X.
           05 AKH-EARNINGS-X     PIC X(15).
           05 FILLER             PIC X.
           05 AKH-RETRO-X        PIC X(15).
           05 FILLER             PIC X(4).
       01 ACK-REJECT-VIEW REDEFINES ACK-LINE.
           05 AKR-TYPE           PIC X.
           05 FILLER             PIC X.
           05 AKR-ENO            PIC X(10).
           05 FILLER             PIC X.
           05 AKR-REASON         PIC X(30).
           05 FILLER             PIC X(37).

       01 HASH-WORK          PIC 9(13)V99.
       01 HASH-WORK-X REDEFINES HASH-WORK PIC X(15).
       01 COM-WORK           PIC 9(7)V99.
       01 COM-WORK-X REDEFINES COM-WORK PIC X(9).
       01 HASH-EDIT          PIC Z(12)9.99.

       01 BUREAU-LINE        PIC X(70).
       01 BX-HEADER-VIEW REDEFINES BUREAU-LINE.
           05 BXT-COUNT          PIC 9(7).
           05 BXT-PAYRATE-X      PIC X(15).
           05 BXT-COM-X          PIC X(9).
           05 BXT-EARNINGS-X     PIC X(15).
           05 BXT-RETRO-X        PIC X(15).
           05 FILLER             PIC X(8).

       01 FAIL-SW            PIC X VALUE "N".
           88 ACK-FAILED         VALUE "Y".
                           MOVE HASH-WORK TO SENT-PAYRATE-HASH
                           MOVE BXT-COM-X TO COM-WORK-X
                           MOVE COM-WORK TO SENT-COM-HASH
      *> a trailer from before earnings were carried has none.
                           MOVE 0 TO SENT-EARNINGS-HASH
                           IF BXT-EARNINGS-X IS NUMERIC
                               MOVE BXT-EARNINGS-X TO HASH-WORK-X
                               MOVE HASH-WORK TO SENT-EARNINGS-HASH
                           END-IF
                           MOVE 0 TO SENT-RETRO-HASH
                           IF BXT-RETRO-X IS NUMERIC
                               MOVE BXT-RETRO-X TO HASH-WORK-X
                               MOVE HASH-WORK TO SENT-RETRO-HASH
                           END-IF
                           SET SENT-SEEN TO TRUE
                       WHEN OTHER
                           CONTINUE
                           MOVE HASH-WORK TO ACK-PAYRATE-HASH
                           MOVE AKH-COM-X TO COM-WORK-X
                           MOVE COM-WORK TO ACK-COM-HASH
                           MOVE 0 TO ACK-EARNINGS-HASH
                           IF AKH-EARNINGS-X IS NUMERIC
                               MOVE AKH-EARNINGS-X TO HASH-WORK-X
                               MOVE HASH-WORK TO ACK-EARNINGS-HASH
                           END-IF
                           MOVE 0 TO ACK-RETRO-HASH
                           IF AKH-RETRO-X IS NUMERIC
                               MOVE AKH-RETRO-X TO HASH-WORK-X
                               MOVE HASH-WORK TO ACK-RETRO-HASH
                           END-IF
                           SET ACK-SEEN TO TRUE
                       WHEN "R"
                           ADD 1 TO ACK-REJECT-COUNT
                   SET ACK-FAILED TO TRUE
               WHEN ACK-PAYRATE-HASH NOT = SENT-PAYRATE-HASH
                    OR ACK-COM-HASH NOT = SENT-COM-HASH
                    OR ACK-EARNINGS-HASH NOT = SENT-EARNINGS-HASH
                    OR ACK-RETRO-HASH NOT = SENT-RETRO-HASH
                   MOVE "** CONTROL HASHES DO NOT RECONCILE **"
                       TO ACK-REPORT-RECORD
                   WRITE ACK-REPORT-RECORD
               INTO DET-VALUE
           END-STRING
           WRITE ACK-REPORT-RECORD FROM DETAIL-LINE
           MOVE SPACES TO DETAIL-LINE
           MOVE "SENT EARNINGS HASH" TO DET-LABEL
           MOVE SENT-EARNINGS-HASH TO HASH-EDIT
           MOVE HASH-EDIT TO DET-VALUE
           WRITE ACK-REPORT-RECORD FROM DETAIL-LINE
           MOVE SPACES TO DETAIL-LINE
           MOVE "ACK EARNINGS HASH" TO DET-LABEL
           MOVE ACK-EARNINGS-HASH TO HASH-EDIT
           MOVE HASH-EDIT TO DET-VALUE
           WRITE ACK-REPORT-RECORD FROM DETAIL-LINE
           MOVE SPACES TO DETAIL-LINE
           MOVE "SENT RETRO PAY HASH" TO DET-LABEL
           MOVE SENT-RETRO-HASH TO HASH-EDIT
           MOVE HASH-EDIT TO DET-VALUE
           WRITE ACK-REPORT-RECORD FROM DETAIL-LINE
           MOVE SPACES TO DETAIL-LINE
           MOVE "ACK RETRO PAY HASH" TO DET-LABEL
           MOVE ACK-RETRO-HASH TO HASH-EDIT
           MOVE HASH-EDIT TO DET-VALUE
           WRITE ACK-REPORT-RECORD FROM DETAIL-LINE
           .

       WRITE-RUN-LOG-END.
