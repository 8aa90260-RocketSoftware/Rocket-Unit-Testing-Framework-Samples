      $set sourceformat"variable"
      *>--------------------------------------------------------------
      *> customerNotesReport - the service manager's monthly listing
      *>  of customer contact notes by category.
      *>
      *>  Reads the append-only CustomerNotes.txt the service menu
      *>  writes (option 5) and lists every note dated in the period
      *>  on CustomerNotesReport.txt, grouped by category (ADDRESS,
      *>  DISPUTE, LIMIT, PAYMENT, GENERAL) with a count for each.
      *>  The period is NOTES_REPORT_FROM to NOTES_REPORT_TO
      *>  (yyyymmdd); without them it is the calendar month before
      *>  the processing date.
      *>
      *>  Notes are numbered as they are keyed, so the run also walks
      *>  the numbering end to end: a gap or a number out of order
      *>  means a line was removed or altered after the fact, and is
      *>  reported and flagged as an exception on the run log.
      *>--------------------------------------------------------------
       program-id. "customerNotesReport".
       environment division.
       input-output section.
       file-control.
           select notes-file       assign to "CustomerNotes.txt"
                   organization is line sequential
                   file status  is ws-notes-status.

           select notes-report     assign to "CustomerNotesReport.txt"
                   organization is line sequential.

       data division.
       file section.
       fd  notes-file.
       01  notes-record.
           03 nte-seq                  pic 9(7).
           03                          pic x.
           03 nte-date                 pic 9(8).
           03                          pic x.
           03 nte-time                 pic 9(6).
           03                          pic x.
           03 nte-custid               pic 9(9).
           03                          pic x.
           03 nte-termid               pic x(4).
           03                          pic x.
           03 nte-operator             pic x(8).
           03                          pic x.
           03 nte-category             pic x(8).
           03                          pic x.
           03 nte-text                 pic x(60).

       fd  notes-report.
       01  notes-report-record     pic x(120).

       working-storage section.
       01 ws-notes-status          pic xx.
       01 ws-run-date              pic 9(8).
       01 ws-from-date             pic 9(8).
       01 ws-to-date               pic 9(8).
       01 ws-param-env             pic x(8).
       01 ws-prior-year            pic 9(4).
       01 ws-prior-month           pic 99.

      *> the report's categories, in the order they are listed; a
      *> category the menu did not write falls in GENERAL.
       01 ws-categories.
           03                          pic x(8) value "ADDRESS".
           03                          pic x(8) value "DISPUTE".
           03                          pic x(8) value "LIMIT".
           03                          pic x(8) value "PAYMENT".
           03                          pic x(8) value "GENERAL".
       01 ws-category-table redefines ws-categories.
           03 ws-category-name         pic x(8) occurs 5 times
                   indexed by cat-idx.
       01 ws-category-idx          pic 9.
       01 ws-category-counts.
           03 ws-category-count        pic 9(7) occurs 5 times.

      *> the period's notes, held for the by-category listing.
       01 ws-period-count          pic 9(5) value 0.
       01 ws-period-table.
           03 ws-period-entry occurs 20000 times
                   indexed by per-idx.
               05 ws-per-category-idx  pic 9.
               05 ws-per-line          pic x(120).

       01 ws-expected-seq          pic 9(7) value 0.
       01 ws-sequence-breaks       pic 9(9) value 0.
       01 ws-records-read          pic 9(9) value 0.
       01 ws-notes-listed          pic 9(9) value 0.
       01 ws-overflow-count        pic 9(9) value 0.
       01 ws-exceptions            pic 9(9) value 0.

       01 ws-runlog-program        pic x(20)
                                    value "customerNotesReport".
       01 ws-runlog-run-id         pic x(14).
       01 ws-runlog-rc             pic 9(4) value 0.

       01 ws-detail-line.
           03                          pic x(2) value spaces.
           03 ws-det-date              pic 9999/99/99.
           03                          pic x value space.
           03 ws-det-time.
               05 ws-det-time-hh       pic xx.
               05                      pic x value ":".
               05 ws-det-time-mm       pic xx.
           03                          pic x(2) value spaces.
           03 ws-det-custid            pic 9(9).
           03                          pic x(2) value spaces.
           03 ws-det-operator          pic x(8).
           03                          pic x value space.
           03 ws-det-termid            pic x(4).
           03                          pic x(2) value spaces.
           03 ws-det-text              pic x(60).

       01 ws-break-line.
           03                          pic x(2) value spaces.
           03                          pic x(22)
                                        value "NOTE NUMBER EXPECTED ".
           03 ws-brk-expected          pic z(6)9.
           03                          pic x(7) value " FOUND ".
           03 ws-brk-found             pic z(6)9.

       01 ws-heading-line.
           03 ws-hdg-category          pic x(8).
           03                          pic x(3) value spaces.
           03 ws-hdg-count             pic z(6)9.
           03                          pic x(8) value " NOTE(S)".

       01 ws-count-line.
           03 ws-cnt-label             pic x(28).
           03 ws-cnt-value             pic z(8)9.

       01 ws-period-edit-from      pic 9999/99/99.
       01 ws-period-edit-to        pic 9999/99/99.

       procedure division.
       main-line section.
           call "BatchRunLogStart" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
           end-call
           perform initialize-run

           open output notes-report
           perform write-report-heading
           open input notes-file
           if ws-notes-status equal "00"
               perform take-one-note
                   until ws-notes-status not equal "00"
               close notes-file
           else
               write notes-report-record from
                   "  (NO CUSTOMER NOTES FILE)"
           end-if
           perform list-by-category
               varying ws-category-idx from 1 by 1
               until ws-category-idx > 5
           perform write-report-counts
           close notes-report

           add ws-sequence-breaks ws-overflow-count
               giving ws-exceptions
           if ws-exceptions > 0
               move 4 to ws-runlog-rc
           end-if
           call "BatchRunLogEnd" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
               by reference ws-records-read
               by reference ws-notes-listed
               by reference ws-exceptions
               by reference ws-runlog-rc
           end-call
           goback.

      *> the reporting period - the month before the processing date
      *> unless both ends are given.
       initialize-run section.
           call "datechkProcessingDate" using
               by reference ws-run-date
           end-call
           move ws-run-date(1:4) to ws-prior-year
           move ws-run-date(5:2) to ws-prior-month
           if ws-prior-month equal 1
               move 12 to ws-prior-month
               subtract 1 from ws-prior-year
           else
               subtract 1 from ws-prior-month
           end-if
           move ws-prior-year to ws-from-date(1:4)
           move ws-prior-month to ws-from-date(5:2)
           move "01" to ws-from-date(7:2)
           move ws-from-date to ws-to-date
           move "31" to ws-to-date(7:2)

           move spaces to ws-param-env
           accept ws-param-env from environment "NOTES_REPORT_FROM"
           if ws-param-env is numeric
               move ws-param-env to ws-from-date
           end-if
           move spaces to ws-param-env
           accept ws-param-env from environment "NOTES_REPORT_TO"
           if ws-param-env is numeric
               move ws-param-env to ws-to-date
           end-if
           move 0 to ws-category-count (1) ws-category-count (2)
                     ws-category-count (3) ws-category-count (4)
                     ws-category-count (5)
           .

       take-one-note section.
           read notes-file
           if ws-notes-status not equal "00"
               exit section
           end-if
           add 1 to ws-records-read
           perform check-note-sequence

           if nte-date < ws-from-date or nte-date > ws-to-date
               exit section
           end-if
           if ws-period-count equal 20000
               add 1 to ws-overflow-count
               exit section
           end-if

           set cat-idx to 1
           search ws-category-name
               at end
                   set cat-idx to 5
               when ws-category-name (cat-idx) equal nte-category
                   continue
           end-search
           set ws-category-idx to cat-idx
           add 1 to ws-category-count (ws-category-idx)

           move nte-date to ws-det-date
           move nte-time(1:2) to ws-det-time-hh
           move nte-time(3:2) to ws-det-time-mm
           move nte-custid to ws-det-custid
           move nte-operator to ws-det-operator
           move nte-termid to ws-det-termid
           move nte-text to ws-det-text

           add 1 to ws-period-count
           set per-idx to ws-period-count
           move ws-category-idx to ws-per-category-idx (per-idx)
           move ws-detail-line to ws-per-line (per-idx)
           .

      *> each note is numbered one past the last; anything else is
      *> a line taken out or written in after the fact.
       check-note-sequence section.
           add 1 to ws-expected-seq
           if nte-seq is not numeric
                   or nte-seq not equal ws-expected-seq
               add 1 to ws-sequence-breaks
               move ws-expected-seq to ws-brk-expected
               if nte-seq is numeric
                   move nte-seq to ws-brk-found
                   move nte-seq to ws-expected-seq
               else
                   move 0 to ws-brk-found
               end-if
               write notes-report-record from ws-break-line
           end-if
           .

       list-by-category section.
           move spaces to notes-report-record
           write notes-report-record
           move ws-category-name (ws-category-idx) to ws-hdg-category
           move ws-category-count (ws-category-idx) to ws-hdg-count
           write notes-report-record from ws-heading-line
           move all "-" to notes-report-record(1:40)
           write notes-report-record
           perform list-one-period-note
               varying per-idx from 1 by 1
               until per-idx > ws-period-count
           .

       list-one-period-note section.
           if ws-per-category-idx (per-idx) equal ws-category-idx
               write notes-report-record from ws-per-line (per-idx)
               add 1 to ws-notes-listed
           end-if
           .

       write-report-heading section.
           move ws-from-date to ws-period-edit-from
           move ws-to-date to ws-period-edit-to
           move spaces to notes-report-record
           string "Customer contact notes by category - "
                      delimited by size
                  ws-period-edit-from delimited by size
                  " to " delimited by size
                  ws-period-edit-to delimited by size
               into notes-report-record
           end-string
           write notes-report-record
           move all "=" to notes-report-record(1:72)
           write notes-report-record
           move spaces to notes-report-record
           write notes-report-record
           .

       write-report-counts section.
           move spaces to notes-report-record
           write notes-report-record
           move spaces to ws-count-line
           move "NOTES ON FILE" to ws-cnt-label
           move ws-records-read to ws-cnt-value
           write notes-report-record from ws-count-line
           move "NOTES IN PERIOD" to ws-cnt-label
           move ws-notes-listed to ws-cnt-value
           write notes-report-record from ws-count-line
           move "NOTE NUMBERING BREAKS" to ws-cnt-label
           move ws-sequence-breaks to ws-cnt-value
           write notes-report-record from ws-count-line
           if ws-overflow-count > 0
               move "NOTES NOT LISTED (TABLE FULL)" to ws-cnt-label
               move ws-overflow-count to ws-cnt-value
               write notes-report-record from ws-count-line
           end-if
           .

       end program "customerNotesReport".
