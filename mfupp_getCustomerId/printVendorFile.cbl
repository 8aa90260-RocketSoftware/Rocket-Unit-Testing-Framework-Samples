      $set sourceformat"variable"
      *>--------------------------------------------------------------
      *> printVendorFile - nightly consolidation of the day's
      *>  print-ready mail into the single presorted file the print
      *>  vendor takes, so the mail qualifies for presort postage.
      *>
      *>  Reads the four letter runs' output - CreditLetters.txt
      *>  (exceptionLetters), CollectionsLetters.txt
      *>  (collectionsWorkflow), FlyerLetters.txt (FlyerLetters) and
      *>  FlyerStatements.txt (FlyerStatement). Each piece opens with
      *>  its MAILTO addressee line:
      *>    MAILTO(1-6) party-type(8) party-id(10-18) country(20-21)
      *>    postcode(23-32) name(34-73)
      *>  and ends at its dashed separator. A customer piece written
      *>  without a postcode takes the customer row's Zip.
      *>
      *>  Pieces are sorted into postcode order - UK items by the
      *>  region and depot postcodeval resolves from POSTCODE.IDX,
      *>  US items by ZIP - and each is given its presort tier:
      *>    US  5-DIGIT / 3-DIGIT  (ZIP5 / ZIP3 group of PRESORT_MIN)
      *>    UK  DEPOT / REGION     (depot / region group)
      *>    MIXED                  (a valid postcode, no full group)
      *>    RESIDUAL               (no usable postcode on file)
      *>  PRESORT_MIN is the pieces a group needs (default 10).
      *>  Per-piece rates come from POSTAGE.TBL (tier cols 1-8, rate
      *>  cols 10-14 as 99v999) over the defaults below.
      *>
      *>  PrintVendor.dat, the vendor's layout (100 bytes):
      *>    HDR date total-pieces then code/count per source
      *>        (CRLT CreditLetters, COLL CollectionsLetters,
      *>         FLYL FlyerLetters, FLYS FlyerStatements)
      *>    P   seq source tier country postcode party-type party-id
      *>        name line-count           - one per piece
      *>    L   print line (80)            - the piece's lines
      *>    TRT tier pieces rate postage   - one per tier
      *>    TRL pieces lines postage
      *>  so the vendor invoice can be checked against what was
      *>  sent. The same counts are on PrintVendorControl.txt.
      *>--------------------------------------------------------------
       program-id. "printVendorFile".
       environment division.
       input-output section.
       file-control.
           select source-file      assign to ws-source-name
                   organization is line sequential
                   file status  is ws-source-status.

           select postage-file     assign to "POSTAGE.TBL"
                   organization is line sequential
                   file status  is ws-postage-status.

           select vendor-file      assign to "PrintVendor.dat"
                   organization is line sequential.

           select control-report   assign to "PrintVendorControl.txt"
                   organization is line sequential.

       data division.
       file section.
       fd  source-file.
       01  source-record.
           03 src-mailto-tag           pic x(6).
           03                          pic x.
           03 src-party-type           pic x.
           03                          pic x.
           03 src-party-id             pic x(9).
           03                          pic x.
           03 src-country              pic x(2).
           03                          pic x.
           03 src-postcode             pic x(10).
           03                          pic x.
           03 src-name                 pic x(40).
           03                          pic x(7).

       fd  postage-file.
       01  postage-record.
           03 pst-tier                 pic x(8).
           03                          pic x.
           03 pst-rate                 pic 9(2)v999.
           03                          pic x(66).

       fd  vendor-file.
       01  vendor-record           pic x(100).

       fd  control-report.
       01  control-record          pic x(80).

       working-storage section.
       exec sql include sqlca end-exec.

       exec sql begin declare section end-exec.
       01 ws-customer-id           pic 9(9).
       01 ws-zip                   pic x(10).
       exec sql end declare section end-exec.

       01 ws-source-status         pic xx.
       01 ws-postage-status        pic xx.
       01 ws-source-name           pic x(30).
       01 ws-run-date              pic 9(8).
       01 ws-presort-min           pic 9(5) value 10.
       01 ws-presort-min-env       pic x(5).

      *> the four letter runs, in the order they are read.
       01 ws-source-values.
           03                          pic x(4) value "CRLT".
           03                          pic x(30) value "CreditLetters.txt".
           03                          pic x(4) value "COLL".
           03                          pic x(30)
                                        value "CollectionsLetters.txt".
           03                          pic x(4) value "FLYL".
           03                          pic x(30) value "FlyerLetters.txt".
           03                          pic x(4) value "FLYS".
           03                          pic x(30)
                                        value "FlyerStatements.txt".
       01 ws-source-table redefines ws-source-values.
           03 ws-source-entry occurs 4 times.
               05 ws-src-code          pic x(4).
               05 ws-src-file          pic x(30).
       01 ws-source-idx            pic 9.
       01 ws-source-counts.
           03 ws-src-pieces            pic 9(7) occurs 4 times.
       01 ws-source-found.
           03 ws-src-found-flag        pic x occurs 4 times.

      *> presort tiers and their default per-piece rates.
       01 ws-tier-values.
           03                          pic x(8) value "5-DIGIT".
           03                          pic 9(2)v999 value 0.412.
           03                          pic x(8) value "3-DIGIT".
           03                          pic 9(2)v999 value 0.441.
           03                          pic x(8) value "DEPOT".
           03                          pic 9(2)v999 value 0.412.
           03                          pic x(8) value "REGION".
           03                          pic 9(2)v999 value 0.441.
           03                          pic x(8) value "MIXED".
           03                          pic 9(2)v999 value 0.497.
           03                          pic x(8) value "RESIDUAL".
           03                          pic 9(2)v999 value 0.680.
       01 ws-tier-table redefines ws-tier-values.
           03 ws-tier-entry occurs 6 times
                   indexed by tier-idx.
               05 ws-tier-name         pic x(8).
               05 ws-tier-rate         pic 9(2)v999.
       01 ws-tier-totals.
           03 ws-tier-total occurs 6 times.
               05 ws-tier-pieces       pic 9(7).
               05 ws-tier-postage      pic 9(7)v99.
       01 ws-tier-no               pic 9.
       01 ws-total-postage         pic 9(9)v99 value 0.

      *> every line of the day's mail, and the pieces over it.
       01 ws-line-count            pic 9(6) value 0.
       01 ws-line-table.
           03 ws-line-text occurs 100000 times pic x(80).
       01 ws-line-idx              pic 9(6).

       01 ws-piece-count           pic 9(5) value 0.
       01 ws-piece-table.
           03 ws-piece-entry occurs 20000 times
                   indexed by pce-idx.
               05 ws-pce-sort-key      pic x(46).
               05 ws-pce-source        pic 9.
               05 ws-pce-party-type    pic x.
               05 ws-pce-party-id      pic x(9).
               05 ws-pce-country       pic x(2).
               05 ws-pce-postcode      pic x(10).
               05 ws-pce-name          pic x(40).
               05 ws-pce-first-line    pic 9(6).
               05 ws-pce-line-count    pic 9(4).
               05 ws-pce-fine-group    pic x(30).
               05 ws-pce-coarse-group  pic x(30).
               05 ws-pce-fine-size     pic 9(5).
               05 ws-pce-coarse-size   pic 9(5).
               05 ws-pce-tier          pic 9.
       01 ws-swap-entry            pic x(190).
       01 ws-entry-idx             pic 9(5).
       01 ws-scan-idx              pic 9(5).
       01 ws-run-start             pic 9(5).
       01 ws-run-size              pic 9(5).
       01 ws-sorted-flag           pic x.
           88 ws-sort-is-clean         value "Y".
       01 ws-group-level           pic x.
           88 ws-grouping-fine         value "F".
           88 ws-grouping-coarse       value "C".

       01 ws-in-piece-flag         pic x value "N".
           88 ws-in-piece              value "Y".
       01 ws-skip-piece-flag       pic x value "N".
           88 ws-skipping-piece        value "Y".

      *> postcodeval receivers.
       01 ws-val-postcode          pic x(10).
       01 ws-val-country           pic x(2).
       01 ws-val-flag              pic x.
           88 ws-postcode-is-valid     value "Y".
       01 ws-val-region            pic x(20).
       01 ws-val-depot             pic x(8).

       01 ws-pieces-written        pic 9(9) value 0.
       01 ws-lines-written         pic 9(9) value 0.
       01 ws-pieces-dropped        pic 9(9) value 0.
       01 ws-lines-dropped         pic 9(9) value 0.
       01 ws-sql-errors            pic 9(9) value 0.
       01 ws-exceptions            pic 9(9) value 0.
       01 ws-pieces-read           pic 9(9) value 0.

       01 ws-runlog-program        pic x(20)
                                    value "printVendorFile".
       01 ws-runlog-run-id         pic x(14).
       01 ws-runlog-rc             pic 9(4) value 0.

       01 ws-vendor-header.
           03                          pic x(3) value "HDR".
           03                          pic x value space.
           03 ws-vhd-date              pic 9(8).
           03                          pic x value space.
           03 ws-vhd-pieces            pic 9(7).
           03 ws-vhd-source occurs 4 times.
               05                      pic x.
               05 ws-vhd-code          pic x(4).
               05                      pic x.
               05 ws-vhd-count         pic 9(7).
           03                          pic x(27) value spaces.

       01 ws-vendor-piece.
           03                          pic x value "P".
           03                          pic x value space.
           03 ws-vpc-seq               pic 9(7).
           03                          pic x value space.
           03 ws-vpc-source            pic x(4).
           03                          pic x value space.
           03 ws-vpc-tier              pic x(8).
           03                          pic x value space.
           03 ws-vpc-country           pic x(2).
           03                          pic x value space.
           03 ws-vpc-postcode          pic x(10).
           03                          pic x value space.
           03 ws-vpc-party-type        pic x.
           03                          pic x value space.
           03 ws-vpc-party-id          pic x(9).
           03                          pic x value space.
           03 ws-vpc-name              pic x(40).
           03                          pic x value space.
           03 ws-vpc-lines             pic 9(4).
           03                          pic x(5) value spaces.

       01 ws-vendor-line.
           03                          pic x value "L".
           03                          pic x value space.
           03 ws-vln-text              pic x(80).
           03                          pic x(18) value spaces.

       01 ws-vendor-tier.
           03                          pic x(3) value "TRT".
           03                          pic x value space.
           03 ws-vtt-tier              pic x(8).
           03                          pic x value space.
           03 ws-vtt-pieces            pic 9(7).
           03                          pic x value space.
           03 ws-vtt-rate              pic 9(2)v999.
           03                          pic x value space.
           03 ws-vtt-postage           pic 9(7)v99.
           03                          pic x(64) value spaces.

       01 ws-vendor-trailer.
           03                          pic x(3) value "TRL".
           03                          pic x value space.
           03 ws-vtr-pieces            pic 9(7).
           03                          pic x value space.
           03 ws-vtr-lines             pic 9(9).
           03                          pic x value space.
           03 ws-vtr-postage           pic 9(9)v99.
           03                          pic x(67) value spaces.

       01 ws-count-line.
           03 ws-cnt-label             pic x(28).
           03 ws-cnt-value             pic z(6)9.
           03                          pic x(3) value spaces.
           03 ws-cnt-money             pic z(8)9.99.

       procedure division.
       main-line section.
           call "BatchRunLogStart" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
           end-call
           perform initialize-run

           call "BeginBatchSession"
           if return-code not equal 0
               move 8 to ws-runlog-rc
               perform finish-run
               goback returning 2
           end-if

           perform load-one-source
               varying ws-source-idx from 1 by 1
               until ws-source-idx > 4
           perform place-one-piece
               varying pce-idx from 1 by 1
               until pce-idx > ws-piece-count
           call "EndBatchSession"

           perform sort-piece-table
           set ws-grouping-fine to true
           perform size-groups
           set ws-grouping-coarse to true
           perform size-groups
           perform tier-one-piece
               varying pce-idx from 1 by 1
               until pce-idx > ws-piece-count
           perform price-one-tier
               varying tier-idx from 1 by 1
               until tier-idx > 6

           perform write-vendor-file
           perform write-control-report

           add ws-pieces-dropped ws-sql-errors giving ws-exceptions
           if ws-exceptions > 0
               move 4 to ws-runlog-rc
           end-if
           perform finish-run
           goback.

       initialize-run section.
           call "datechkProcessingDate" using
               by reference ws-run-date
           end-call
           move spaces to ws-presort-min-env
           accept ws-presort-min-env from environment "PRESORT_MIN"
           if ws-presort-min-env is numeric
               move ws-presort-min-env to ws-presort-min
           end-if
           move 0 to ws-src-pieces (1) ws-src-pieces (2)
                     ws-src-pieces (3) ws-src-pieces (4)
           perform clear-one-tier-total
               varying tier-idx from 1 by 1
               until tier-idx > 6
           perform load-postage-table
           .

       clear-one-tier-total section.
           set ws-tier-no to tier-idx
           move 0 to ws-tier-pieces (ws-tier-no)
           move 0 to ws-tier-postage (ws-tier-no)
           .

      *> a site rate overrides the default for its tier.
       load-postage-table section.
           open input postage-file
           if ws-postage-status equal "00"
               perform load-one-postage-rate
                   until ws-postage-status not equal "00"
               close postage-file
           end-if
           .

       load-one-postage-rate section.
           read postage-file
           if ws-postage-status equal "00" and pst-rate is numeric
               set tier-idx to 1
               search ws-tier-entry
                   when ws-tier-name (tier-idx) equal pst-tier
                       move pst-rate to ws-tier-rate (tier-idx)
               end-search
           end-if
           .

      *>--------------------------------------------------------------
      *> load-one-source - splits one letter run's file into pieces:
      *>  a MAILTO line opens a piece, the dashed separator closes it,
      *>  and the lines between are the piece's print lines. Lines
      *>  outside any piece that are not blank become a piece of
      *>  their own with no addressee (RESIDUAL).
      *>--------------------------------------------------------------
       load-one-source section.
           move "N" to ws-src-found-flag (ws-source-idx)
           move ws-src-file (ws-source-idx) to ws-source-name
           open input source-file
           if ws-source-status not equal "00"
               exit section
           end-if
           move "Y" to ws-src-found-flag (ws-source-idx)
           move "N" to ws-in-piece-flag
           move "N" to ws-skip-piece-flag
           perform take-one-source-line
               until ws-source-status not equal "00"
           close source-file
           .

       take-one-source-line section.
           read source-file
           if ws-source-status not equal "00"
               exit section
           end-if
           evaluate true
               when src-mailto-tag equal "MAILTO"
                   perform open-piece
                   if not ws-skipping-piece
                       move src-party-type to ws-pce-party-type (pce-idx)
                       move src-party-id to ws-pce-party-id (pce-idx)
                       move src-country to ws-pce-country (pce-idx)
                       move src-postcode to ws-pce-postcode (pce-idx)
                       move src-name to ws-pce-name (pce-idx)
                   end-if
               when source-record equal all "-"
                   move "N" to ws-in-piece-flag
                   move "N" to ws-skip-piece-flag
               when not ws-in-piece and source-record equal spaces
                   continue
               when other
                   if not ws-in-piece
                       perform open-piece
                   end-if
                   perform take-piece-line
           end-evaluate
           .

       open-piece section.
           set ws-in-piece to true
           move "N" to ws-skip-piece-flag
           add 1 to ws-pieces-read
           if ws-piece-count equal 20000
               set ws-skipping-piece to true
               add 1 to ws-pieces-dropped
               exit section
           end-if
           add 1 to ws-piece-count
           set pce-idx to ws-piece-count
           move spaces to ws-piece-entry (pce-idx)
           move ws-source-idx to ws-pce-source (pce-idx)
           move 0 to ws-pce-line-count (pce-idx)
           compute ws-pce-first-line (pce-idx) = ws-line-count + 1
           add 1 to ws-src-pieces (ws-source-idx)
           .

       take-piece-line section.
           if ws-skipping-piece
               add 1 to ws-lines-dropped
               exit section
           end-if
           if ws-line-count equal 100000
               add 1 to ws-lines-dropped
               exit section
           end-if
           add 1 to ws-line-count
           move source-record to ws-line-text (ws-line-count)
           set pce-idx to ws-piece-count
           add 1 to ws-pce-line-count (pce-idx)
           .

      *>--------------------------------------------------------------
      *> place-one-piece - settles the piece's postcode and builds its
      *>  sort key and presort groups. The key leads with the country
      *>  (UK 1, US 2, CA 3, residual 9) so each country's mail sorts
      *>  together, and ends with the piece number so equal postcodes
      *>  keep the order they were written in.
      *>--------------------------------------------------------------
       place-one-piece section.
           if ws-pce-postcode (pce-idx) equal spaces
                   and ws-pce-party-type (pce-idx) equal "C"
                   and ws-pce-party-id (pce-idx) is numeric
               move ws-pce-party-id (pce-idx) to ws-customer-id
               move spaces to ws-zip
               EXEC SQL
                   SELECT Zip INTO :ws-zip
                     FROM customers
                    WHERE Id = :ws-customer-id
               END-EXEC
               evaluate SQLCODE
                   when 0
                       move ws-zip to ws-pce-postcode (pce-idx)
                       move "US" to ws-pce-country (pce-idx)
                   when 100
                       continue
                   when other
                       add 1 to ws-sql-errors
               end-evaluate
           end-if

           move "N" to ws-val-flag
           move spaces to ws-val-region ws-val-depot
           if ws-pce-postcode (pce-idx) not equal spaces
               move ws-pce-postcode (pce-idx) to ws-val-postcode
               move ws-pce-country (pce-idx) to ws-val-country
               call "postcodeval" using
                   by reference ws-val-postcode
                   by reference ws-val-country
                   by reference ws-val-flag
                   by reference ws-val-region
                   by reference ws-val-depot
               end-call
           end-if

           move spaces to ws-pce-sort-key (pce-idx)
           evaluate true
               when not ws-postcode-is-valid
                   move "9" to ws-pce-sort-key (pce-idx)
               when ws-val-country equal "UK"
                   string "1" ws-val-region ws-val-depot
                          ws-val-postcode
                          delimited by size
                       into ws-pce-sort-key (pce-idx)
                   end-string
                   move ws-pce-sort-key (pce-idx) (1:29)
                       to ws-pce-fine-group (pce-idx)
                   move ws-pce-sort-key (pce-idx) (1:21)
                       to ws-pce-coarse-group (pce-idx)
               when ws-val-country equal "US"
                   string "2" ws-val-postcode
                          delimited by size
                       into ws-pce-sort-key (pce-idx)
                   end-string
                   move ws-pce-sort-key (pce-idx) (1:6)
                       to ws-pce-fine-group (pce-idx)
                   move ws-pce-sort-key (pce-idx) (1:4)
                       to ws-pce-coarse-group (pce-idx)
               when other
                   string "3" ws-val-postcode
                          delimited by size
                       into ws-pce-sort-key (pce-idx)
                   end-string
                   move ws-pce-sort-key (pce-idx) (1:4)
                       to ws-pce-fine-group (pce-idx)
                   move ws-pce-sort-key (pce-idx) (1:2)
                       to ws-pce-coarse-group (pce-idx)
           end-evaluate
           set ws-scan-idx to pce-idx
           move ws-scan-idx to ws-pce-sort-key (pce-idx) (41:6)
      *> a residual piece is a group of one - never presorted.
           if ws-pce-sort-key (pce-idx) (1:1) equal "9"
               move ws-pce-sort-key (pce-idx)
                   to ws-pce-fine-group (pce-idx)
               move ws-pce-sort-key (pce-idx)
                   to ws-pce-coarse-group (pce-idx)
           end-if
           .

       sort-piece-table section.
           if ws-piece-count < 2
               exit section
           end-if
           move "N" to ws-sorted-flag
           perform one-sort-pass until ws-sort-is-clean
           .

       one-sort-pass section.
           move "Y" to ws-sorted-flag
           perform compare-and-swap
               varying ws-entry-idx from 1 by 1
               until ws-entry-idx >= ws-piece-count
           .

       compare-and-swap section.
           compute ws-scan-idx = ws-entry-idx + 1
           if ws-pce-sort-key (ws-entry-idx)
                   > ws-pce-sort-key (ws-scan-idx)
               move ws-piece-entry (ws-entry-idx) to ws-swap-entry
               move ws-piece-entry (ws-scan-idx)
                   to ws-piece-entry (ws-entry-idx)
               move ws-swap-entry to ws-piece-entry (ws-scan-idx)
               move "N" to ws-sorted-flag
           end-if
           .

      *> the sorted table runs in group order, so each group is a
      *> contiguous run - its size is stamped on every piece in it.
       size-groups section.
           move 1 to ws-run-start
           perform check-group-break
               varying ws-entry-idx from 2 by 1
               until ws-entry-idx > ws-piece-count + 1
           .

       check-group-break section.
           if ws-entry-idx <= ws-piece-count
               if ws-grouping-fine
                   if ws-pce-fine-group (ws-entry-idx)
                           equal ws-pce-fine-group (ws-run-start)
                       exit section
                   end-if
               else
                   if ws-pce-coarse-group (ws-entry-idx)
                           equal ws-pce-coarse-group (ws-run-start)
                       exit section
                   end-if
               end-if
           end-if
           compute ws-run-size = ws-entry-idx - ws-run-start
           perform stamp-group-size
               varying ws-scan-idx from ws-run-start by 1
               until ws-scan-idx >= ws-entry-idx
           move ws-entry-idx to ws-run-start
           .

       stamp-group-size section.
           if ws-grouping-fine
               move ws-run-size to ws-pce-fine-size (ws-scan-idx)
           else
               move ws-run-size to ws-pce-coarse-size (ws-scan-idx)
           end-if
           .

       tier-one-piece section.
           evaluate true
               when ws-pce-sort-key (pce-idx) (1:1) equal "9"
                   move 6 to ws-tier-no
               when ws-pce-fine-size (pce-idx) >= ws-presort-min
                   if ws-pce-sort-key (pce-idx) (1:1) equal "1"
                       move 3 to ws-tier-no
                   else
                       move 1 to ws-tier-no
                   end-if
               when ws-pce-coarse-size (pce-idx) >= ws-presort-min
                   if ws-pce-sort-key (pce-idx) (1:1) equal "1"
                       move 4 to ws-tier-no
                   else
                       move 2 to ws-tier-no
                   end-if
               when other
                   move 5 to ws-tier-no
           end-evaluate
           move ws-tier-no to ws-pce-tier (pce-idx)
           add 1 to ws-tier-pieces (ws-tier-no)
           .

       price-one-tier section.
           set ws-tier-no to tier-idx
           compute ws-tier-postage (ws-tier-no) rounded =
               ws-tier-pieces (ws-tier-no) * ws-tier-rate (ws-tier-no)
           add ws-tier-postage (ws-tier-no) to ws-total-postage
           .

       write-vendor-file section.
           open output vendor-file
           move ws-run-date to ws-vhd-date
           move ws-piece-count to ws-vhd-pieces
           perform set-one-header-source
               varying ws-source-idx from 1 by 1
               until ws-source-idx > 4
           write vendor-record from ws-vendor-header
           perform write-one-piece
               varying pce-idx from 1 by 1
               until pce-idx > ws-piece-count
           perform write-one-tier-record
               varying tier-idx from 1 by 1
               until tier-idx > 6
           move ws-pieces-written to ws-vtr-pieces
           move ws-lines-written to ws-vtr-lines
           move ws-total-postage to ws-vtr-postage
           write vendor-record from ws-vendor-trailer
           close vendor-file
           .

       set-one-header-source section.
           move spaces to ws-vhd-source (ws-source-idx)
           move ws-src-code (ws-source-idx) to ws-vhd-code (ws-source-idx)
           move ws-src-pieces (ws-source-idx)
               to ws-vhd-count (ws-source-idx)
           .

       write-one-piece section.
           add 1 to ws-pieces-written
           move ws-pieces-written to ws-vpc-seq
           move ws-src-code (ws-pce-source (pce-idx)) to ws-vpc-source
           move ws-tier-name (ws-pce-tier (pce-idx)) to ws-vpc-tier
           move ws-pce-country (pce-idx) to ws-vpc-country
           move ws-pce-postcode (pce-idx) to ws-vpc-postcode
           move ws-pce-party-type (pce-idx) to ws-vpc-party-type
           move ws-pce-party-id (pce-idx) to ws-vpc-party-id
           move ws-pce-name (pce-idx) to ws-vpc-name
           move ws-pce-line-count (pce-idx) to ws-vpc-lines
           write vendor-record from ws-vendor-piece
           perform write-one-piece-line
               varying ws-line-idx from ws-pce-first-line (pce-idx) by 1
               until ws-line-idx >= ws-pce-first-line (pce-idx)
                                    + ws-pce-line-count (pce-idx)
           .

       write-one-piece-line section.
           move ws-line-text (ws-line-idx) to ws-vln-text
           write vendor-record from ws-vendor-line
           add 1 to ws-lines-written
           .

       write-one-tier-record section.
           set ws-tier-no to tier-idx
           move ws-tier-name (ws-tier-no) to ws-vtt-tier
           move ws-tier-pieces (ws-tier-no) to ws-vtt-pieces
           move ws-tier-rate (ws-tier-no) to ws-vtt-rate
           move ws-tier-postage (ws-tier-no) to ws-vtt-postage
           write vendor-record from ws-vendor-tier
           .

       write-control-report section.
           open output control-report
           move spaces to control-record
           string "Print vendor mail file - control - "
                      delimited by size
                  ws-run-date delimited by size
               into control-record
           end-string
           write control-record
           move all "=" to control-record(1:60)
           write control-record
           move spaces to control-record
           write control-record
           write control-record from "PIECES BY SOURCE:"
           perform write-one-source-count
               varying ws-source-idx from 1 by 1
               until ws-source-idx > 4
           move spaces to control-record
           write control-record
           write control-record from
               "PIECES AND POSTAGE ESTIMATE BY PRESORT TIER:"
           perform write-one-tier-count
               varying tier-idx from 1 by 1
               until tier-idx > 6
           move spaces to ws-count-line
           move "  TOTAL" to ws-cnt-label
           move ws-pieces-written to ws-cnt-value
           move ws-total-postage to ws-cnt-money
           write control-record from ws-count-line
           move spaces to control-record
           write control-record
           move spaces to ws-count-line
           move "PRINT LINES SENT" to ws-cnt-label
           move ws-lines-written to ws-cnt-value
           write control-record from ws-count-line
           if ws-pieces-dropped > 0 or ws-lines-dropped > 0
               move "PIECES NOT SENT (TABLE FULL)" to ws-cnt-label
               move ws-pieces-dropped to ws-cnt-value
               write control-record from ws-count-line
               move "LINES NOT SENT (TABLE FULL)" to ws-cnt-label
               move ws-lines-dropped to ws-cnt-value
               write control-record from ws-count-line
           end-if
           if ws-sql-errors > 0
               move "ADDRESS LOOKUP ERRORS" to ws-cnt-label
               move ws-sql-errors to ws-cnt-value
               write control-record from ws-count-line
           end-if
           close control-report
           .

       write-one-source-count section.
           move spaces to ws-count-line
           move spaces to ws-cnt-label
           if ws-src-found-flag (ws-source-idx) equal "Y"
               string "  " ws-src-file (ws-source-idx)
                   delimited by size into ws-cnt-label
               end-string
           else
               string "  " ws-src-code (ws-source-idx) " (NO FILE)"
                   delimited by size into ws-cnt-label
               end-string
           end-if
           move ws-src-pieces (ws-source-idx) to ws-cnt-value
           write control-record from ws-count-line
           .

       write-one-tier-count section.
           set ws-tier-no to tier-idx
           move spaces to ws-count-line
           move spaces to ws-cnt-label
           string "  " ws-tier-name (ws-tier-no)
               delimited by size into ws-cnt-label
           end-string
           move ws-tier-pieces (ws-tier-no) to ws-cnt-value
           move ws-tier-postage (ws-tier-no) to ws-cnt-money
           write control-record from ws-count-line
           .

       finish-run section.
           call "BatchRunLogEnd" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
               by reference ws-pieces-read
               by reference ws-pieces-written
               by reference ws-exceptions
               by reference ws-runlog-rc
           end-call
           .

       end program "printVendorFile".
