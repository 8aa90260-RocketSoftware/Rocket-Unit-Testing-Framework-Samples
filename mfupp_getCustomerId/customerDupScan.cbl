      $set sourceformat"variable"
      *>--------------------------------------------------------------
      *> customerDupScan - monthly probable-duplicate customer scan.
      *>
      *>  MNTCUST's MERGE folds a duplicate Id into its survivor, but
      *>  someone has to find the duplicates first. This job reads
      *>  every customer not already merged away, normalizes last
      *>  name, first initial, street and ZIP (upper case, letters and
      *>  digits only, five-digit ZIP) and scores each pair that
      *>  shares a last name:
      *>    - last name identical                          40
      *>    - last name a near-match - one name is a prefix
      *>      of the other, the same trailing-wildcard
      *>      tolerance getCustomerIdFuzzy searches with    25
      *>    - first initial identical                      15
      *>    - ZIP identical                                20
      *>    - street identical                             25
      *>  Pairs scoring DUPLICATE_MIN_SCORE (default 60) or better go
      *>  on DuplicateCandidates.txt, strongest first, with both Ids,
      *>  addresses, credit limits and active flags for the reviewer.
      *>
      *>  Pairs the reviewers have already cleared are kept on
      *>  DuplicateReviewed.txt (lower Id in cols 1-9, higher Id in
      *>  cols 11-19, NOTDUP in cols 21-26) and are suppressed from
      *>  every later run.
      *>--------------------------------------------------------------
       program-id. "customerDupScan".
       environment division.
       input-output section.
       file-control.
           select reviewed-file    assign to "DuplicateReviewed.txt"
                   organization is line sequential
                   file status  is ws-reviewed-status.

           select candidate-report assign to "DuplicateCandidates.txt"
                   organization is line sequential.

       data division.
       file section.
       fd  reviewed-file.
       01  reviewed-record.
           03 rvw-low-id               pic 9(9).
           03                          pic x.
           03 rvw-high-id              pic 9(9).
           03                          pic x.
           03 rvw-decision             pic x(6).
               88 rvw-not-duplicate        value "NOTDUP".
           03                          pic x(54).

       fd  candidate-report.
       01  candidate-report-record pic x(132).

       working-storage section.
       exec sql include sqlca end-exec.

       exec sql begin declare section end-exec.
       01 ws-customer-id           pic 9(9).
       01 ws-lastname              pic x(40).
       01 ws-firstname             pic x(40).
       01 ws-street                pic x(40).
       01 ws-zip                   pic x(10).
       01 ws-active-column         pic x.
       01 ws-credit-limit          pic 9(9).
       exec sql end declare section end-exec.

       01 ws-reviewed-status       pic xx.
       01 ws-min-score             pic 9(3) value 60.
       01 ws-score-env             pic x(3).

      *> every customer still in its own right, in last-name order so
      *>  near-matches sit together and only customers sharing a
      *>  first letter of surname are ever compared.
       01 ws-cust-count            pic 9(5) value 0.
       01 ws-cust-max              pic 9(5) value 10000.
       01 ws-cust-table.
           03 ws-cust occurs 10000 times
                   indexed by cst-idx cmp-idx.
               05 ws-cst-id            pic 9(9).
               05 ws-cst-lastname      pic x(40).
               05 ws-cst-street        pic x(40).
               05 ws-cst-zip           pic x(10).
               05 ws-cst-active        pic x.
               05 ws-cst-initial       pic x.
               05 ws-cst-norm-name     pic x(40).
               05 ws-cst-name-len      pic 9(2).
               05 ws-cst-norm-street   pic x(40).
               05 ws-cst-norm-zip      pic x(5).

      *> pairs already cleared as "not a duplicate".
       01 ws-reviewed-count        pic 9(4) value 0.
       01 ws-reviewed-table.
           03 ws-reviewed-pair occurs 5000 times
                   indexed by rvw-idx.
               05 ws-rvw-low-id        pic 9(9).
               05 ws-rvw-high-id       pic 9(9).

      *> candidates kept in descending score order as they are found.
       01 ws-cand-count            pic 9(4) value 0.
       01 ws-cand-max              pic 9(4) value 2000.
       01 ws-cand-table.
           03 ws-cand occurs 2000 times
                   indexed by cnd-idx.
               05 ws-cnd-score         pic 9(3).
               05 ws-cnd-first         pic 9(5).
               05 ws-cnd-second        pic 9(5).
       01 ws-cand-slot             pic 9(4).
       01 ws-cand-shift            pic 9(4).
       01 ws-cand-rank             pic 9(4).

       01 ws-pair-score            pic 9(3).
       01 ws-low-id                pic 9(9).
       01 ws-high-id               pic 9(9).
       01 ws-suppressed-flag       pic x.
           88 ws-suppressed            value "Y".
       01 ws-block-end-flag        pic x.
           88 ws-block-end             value "Y".
       01 ws-short-len             pic 9(2).

      *> character-by-character normalization work areas.
       01 ws-norm-in               pic x(40).
       01 ws-norm-out              pic x(40).
       01 ws-norm-len              pic 9(2).
       01 ws-norm-pos              pic 9(2).
       01 ws-norm-char             pic x.
       01 ws-norm-letters-only     pic x.
           88 ws-letters-only          value "Y".

       01 ws-pairs-compared        pic 9(9) value 0.
       01 ws-pairs-suppressed      pic 9(9) value 0.
       01 ws-pairs-dropped         pic 9(9) value 0.
       01 ws-runlog-program        pic x(20)
                                    value "customerDupScan".
       01 ws-runlog-run-id         pic x(14).
       01 ws-runlog-rc             pic 9(4).
       01 ws-runlog-read           pic 9(9).
       01 ws-runlog-written        pic 9(9).
       01 ws-today                 pic 9(8).

       01 ws-heading-line.
           03                          pic x(6) value "RANK".
           03                          pic x(7) value "SCORE".
           03                          pic x(10) value "ID".
           03                          pic x(21) value "LAST NAME".
           03                          pic x(3) value "I".
           03                          pic x(41) value "STREET".
           03                          pic x(11) value "ZIP".
           03                          pic x(13) value "CREDIT LMT".
           03                          pic x(6) value "ACTIVE".

       01 ws-pair-line.
           03 ws-pln-rank              pic zzz9.
           03                          pic x(2).
           03 ws-pln-score             pic zz9.
           03                          pic x(4).
           03 ws-pln-id                pic 9(9).
           03                          pic x.
           03 ws-pln-lastname          pic x(20).
           03                          pic x.
           03 ws-pln-initial           pic x.
           03                          pic x(2).
           03 ws-pln-street            pic x(40).
           03                          pic x.
           03 ws-pln-zip               pic x(10).
           03                          pic x.
           03 ws-pln-limit             pic z(8)9.
           03                          pic x(4).
           03 ws-pln-active            pic x.

       01 ws-count-line.
           03 ws-cnt-label             pic x(28).
           03 ws-cnt-value             pic z(8)9.

       procedure division.
       main-line section.
           call "BeginBatchSession"
           if return-code not equal 0
               goback returning 2
           end-if
           call "BatchRunLogStart" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
           end-call

           perform initialize-run
           perform load-reviewed-pairs
           perform load-customers
           perform compare-customers
               varying cst-idx from 1 by 1
               until cst-idx > ws-cust-count
           perform write-candidate-report

           move ws-cust-count to ws-runlog-read
           move ws-cand-count to ws-runlog-written
           move 0 to ws-runlog-rc
           if ws-pairs-dropped > 0
               move 4 to ws-runlog-rc
           end-if
           call "BatchRunLogEnd" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
               by reference ws-runlog-read
               by reference ws-runlog-written
               by reference ws-pairs-dropped
               by reference ws-runlog-rc
           end-call
           call "EndBatchSession"
           goback.

       initialize-run section.
           accept ws-score-env from environment "DUPLICATE_MIN_SCORE"
           if ws-score-env is numeric and ws-score-env not = spaces
               move ws-score-env to ws-min-score
           end-if
           accept ws-today from date yyyymmdd
           .

       load-reviewed-pairs section.
           move 0 to ws-reviewed-count
           open input reviewed-file
           if ws-reviewed-status equal "00"
               perform load-one-reviewed-pair
                   until ws-reviewed-status not equal "00"
                       or ws-reviewed-count equal 5000
               close reviewed-file
           end-if
           .

       load-one-reviewed-pair section.
           read reviewed-file
           if ws-reviewed-status equal "00"
               if rvw-not-duplicate
                       and rvw-low-id is numeric
                       and rvw-high-id is numeric
                   add 1 to ws-reviewed-count
                   set rvw-idx to ws-reviewed-count
      *> either order is accepted on the file; held lower Id first.
                   if rvw-low-id > rvw-high-id
                       move rvw-high-id to ws-rvw-low-id (rvw-idx)
                       move rvw-low-id to ws-rvw-high-id (rvw-idx)
                   else
                       move rvw-low-id to ws-rvw-low-id (rvw-idx)
                       move rvw-high-id to ws-rvw-high-id (rvw-idx)
                   end-if
               end-if
           end-if
           .

      *> an Id already merged into another is no longer a candidate -
      *>  it has been dealt with.
       load-customers section.
           EXEC SQL
               DECLARE DUPCUST CURSOR FOR
                   SELECT Id, LastName, COALESCE(FirstName, ' '),
                          Street, Zip, Active
                     FROM customers
                    WHERE COALESCE(MergedInto, 0) = 0
                    ORDER BY UPPER(LastName), Id
           END-EXEC
           EXEC SQL
               OPEN DUPCUST
           END-EXEC
           if SQLCODE equal 0
               perform load-one-customer
                   until SQLCODE not equal 0
                       or ws-cust-count equal ws-cust-max
               EXEC SQL
                   CLOSE DUPCUST
               END-EXEC
           end-if
           .

       load-one-customer section.
           EXEC SQL
               FETCH DUPCUST
                   INTO :ws-customer-id, :ws-lastname, :ws-firstname,
                        :ws-street, :ws-zip, :ws-active-column
           END-EXEC
           if SQLCODE not equal 0
               exit section
           end-if

           add 1 to ws-cust-count
           set cst-idx to ws-cust-count
           move ws-customer-id to ws-cst-id (cst-idx)
           move ws-lastname to ws-cst-lastname (cst-idx)
           move ws-street to ws-cst-street (cst-idx)
           move ws-zip to ws-cst-zip (cst-idx)
           move ws-active-column to ws-cst-active (cst-idx)
           move function upper-case(ws-firstname(1:1))
               to ws-cst-initial (cst-idx)

           move ws-lastname to ws-norm-in
           set ws-letters-only to true
           perform normalize-text
           move ws-norm-out to ws-cst-norm-name (cst-idx)
           move ws-norm-len to ws-cst-name-len (cst-idx)

           move ws-street to ws-norm-in
           move "N" to ws-norm-letters-only
           perform normalize-text
           move ws-norm-out to ws-cst-norm-street (cst-idx)

           move ws-zip to ws-norm-in
           move "N" to ws-norm-letters-only
           perform normalize-text
           move ws-norm-out(1:5) to ws-cst-norm-zip (cst-idx)
           .

      *> upper-cases ws-norm-in and keeps only its letters (and
      *>  digits, unless ws-letters-only), so "O'Neil", "ONEIL" and
      *>  "O NEIL", or "12 Main St." and "12 MAIN ST", compare equal.
       normalize-text section.
           move spaces to ws-norm-out
           move 0 to ws-norm-len
           move function upper-case(ws-norm-in) to ws-norm-in
           perform normalize-one-char
               varying ws-norm-pos from 1 by 1
               until ws-norm-pos > 40
           .

       normalize-one-char section.
           move ws-norm-in(ws-norm-pos:1) to ws-norm-char
           if ws-norm-char is alphabetic and ws-norm-char not = space
               add 1 to ws-norm-len
               move ws-norm-char to ws-norm-out(ws-norm-len:1)
           else
               if ws-norm-char is numeric and not ws-letters-only
                   add 1 to ws-norm-len
                   move ws-norm-char to ws-norm-out(ws-norm-len:1)
               end-if
           end-if
           .

      *> compares one customer with each later one in the same
      *>  first-letter block of the last-name ordering.
       compare-customers section.
           if ws-cst-name-len (cst-idx) equal 0
               exit section
           end-if
           move "N" to ws-block-end-flag
           set cmp-idx to cst-idx
           set cmp-idx up by 1
           perform compare-one-pair
               until cmp-idx > ws-cust-count
                   or ws-block-end
           .

       compare-one-pair section.
           if ws-cst-norm-name (cmp-idx)(1:1)
                   not equal ws-cst-norm-name (cst-idx)(1:1)
               set ws-block-end to true
               exit section
           end-if
           add 1 to ws-pairs-compared
           perform score-pair
           if ws-pair-score >= ws-min-score
               perform check-pair-reviewed
               if ws-suppressed
                   add 1 to ws-pairs-suppressed
               else
                   perform add-candidate
               end-if
           end-if
           set cmp-idx up by 1
           .

       score-pair section.
           move 0 to ws-pair-score
           if ws-cst-norm-name (cst-idx) equal ws-cst-norm-name (cmp-idx)
               add 40 to ws-pair-score
           else
               move ws-cst-name-len (cst-idx) to ws-short-len
               if ws-cst-name-len (cmp-idx) < ws-short-len
                   move ws-cst-name-len (cmp-idx) to ws-short-len
               end-if
               if ws-short-len > 0
                   and ws-cst-norm-name (cst-idx)(1:ws-short-len)
                     equal ws-cst-norm-name (cmp-idx)(1:ws-short-len)
                   add 25 to ws-pair-score
               else
      *> surnames that do not even near-match are not a pair.
                   move 0 to ws-pair-score
                   exit section
               end-if
           end-if

           if ws-cst-initial (cst-idx) not equal space
                   and ws-cst-initial (cst-idx)
                     equal ws-cst-initial (cmp-idx)
               add 15 to ws-pair-score
           end-if
           if ws-cst-norm-zip (cst-idx) not equal spaces
                   and ws-cst-norm-zip (cst-idx)
                     equal ws-cst-norm-zip (cmp-idx)
               add 20 to ws-pair-score
           end-if
           if ws-cst-norm-street (cst-idx) not equal spaces
                   and ws-cst-norm-street (cst-idx)
                     equal ws-cst-norm-street (cmp-idx)
               add 25 to ws-pair-score
           end-if
           .

       check-pair-reviewed section.
           move "N" to ws-suppressed-flag
           if ws-cst-id (cst-idx) < ws-cst-id (cmp-idx)
               move ws-cst-id (cst-idx) to ws-low-id
               move ws-cst-id (cmp-idx) to ws-high-id
           else
               move ws-cst-id (cmp-idx) to ws-low-id
               move ws-cst-id (cst-idx) to ws-high-id
           end-if
           set rvw-idx to 1
           if ws-reviewed-count > 0
               search ws-reviewed-pair
                   at end
                       continue
                   when ws-rvw-low-id (rvw-idx) equal ws-low-id
                           and ws-rvw-high-id (rvw-idx) equal ws-high-id
                       set ws-suppressed to true
               end-search
           end-if
           .

      *> slots the pair in behind every candidate scoring at least as
      *>  well. Once the table is full a new pair only gets in by
      *>  outscoring the weakest, which falls off the end.
       add-candidate section.
           move 1 to ws-cand-slot
           perform find-candidate-slot
               until ws-cand-slot > ws-cand-count
                   or ws-cnd-score (ws-cand-slot) < ws-pair-score
           if ws-cand-slot > ws-cand-max
               add 1 to ws-pairs-dropped
               exit section
           end-if
           if ws-cand-count < ws-cand-max
               add 1 to ws-cand-count
           else
               add 1 to ws-pairs-dropped
           end-if
           move ws-cand-count to ws-cand-shift
           perform shift-one-candidate
               until ws-cand-shift <= ws-cand-slot
           move ws-pair-score to ws-cnd-score (ws-cand-slot)
           set ws-cnd-first (ws-cand-slot) to cst-idx
           set ws-cnd-second (ws-cand-slot) to cmp-idx
           .

       find-candidate-slot section.
           add 1 to ws-cand-slot
           .

       shift-one-candidate section.
           move ws-cand (ws-cand-shift - 1) to ws-cand (ws-cand-shift)
           subtract 1 from ws-cand-shift
           .

       write-candidate-report section.
           open output candidate-report
           move spaces to candidate-report-record
           string "Probable duplicate customers - run "
                      delimited by size
                  ws-today delimited by size
                  " - minimum score " delimited by size
                  ws-min-score delimited by size
               into candidate-report-record
           end-string
           write candidate-report-record
           move all "=" to candidate-report-record
           write candidate-report-record
           write candidate-report-record from ws-heading-line
           move spaces to candidate-report-record
           write candidate-report-record

           perform write-one-candidate
               varying cnd-idx from 1 by 1
               until cnd-idx > ws-cand-count

           move all "-" to candidate-report-record
           write candidate-report-record
           move spaces to ws-count-line
           move "CUSTOMERS SCANNED" to ws-cnt-label
           move ws-cust-count to ws-cnt-value
           write candidate-report-record from ws-count-line
           move "PAIRS COMPARED" to ws-cnt-label
           move ws-pairs-compared to ws-cnt-value
           write candidate-report-record from ws-count-line
           move "CANDIDATE PAIRS LISTED" to ws-cnt-label
           move ws-cand-count to ws-cnt-value
           write candidate-report-record from ws-count-line
           move "SUPPRESSED - NOT DUPLICATE" to ws-cnt-label
           move ws-pairs-suppressed to ws-cnt-value
           write candidate-report-record from ws-count-line
           move "DROPPED - LIST FULL" to ws-cnt-label
           move ws-pairs-dropped to ws-cnt-value
           write candidate-report-record from ws-count-line
           close candidate-report
           .

       write-one-candidate section.
           move spaces to ws-pair-line
           set ws-cand-rank to cnd-idx
           move ws-cand-rank to ws-pln-rank
           move ws-cnd-score (cnd-idx) to ws-pln-score
           set cmp-idx to ws-cnd-first (cnd-idx)
           perform format-pair-customer
           write candidate-report-record from ws-pair-line

           move spaces to ws-pair-line
           set cmp-idx to ws-cnd-second (cnd-idx)
           perform format-pair-customer
           write candidate-report-record from ws-pair-line
           move spaces to candidate-report-record
           write candidate-report-record
           .

       format-pair-customer section.
           move ws-cst-id (cmp-idx) to ws-pln-id
           move ws-cst-lastname (cmp-idx) to ws-pln-lastname
           move ws-cst-initial (cmp-idx) to ws-pln-initial
           move ws-cst-street (cmp-idx) to ws-pln-street
           move ws-cst-zip (cmp-idx) to ws-pln-zip
           move ws-cst-active (cmp-idx) to ws-pln-active

           move ws-cst-id (cmp-idx) to ws-customer-id
           EXEC SQL
               SELECT ActiveCreditLimit INTO :ws-credit-limit
                 FROM CreditInformation
                WHERE Id = :ws-customer-id
           END-EXEC
           if SQLCODE not equal 0
               move 0 to ws-credit-limit
           end-if
           move ws-credit-limit to ws-pln-limit
           .

       end program "customerDupScan".
