      $set sourceformat"variable"
      *>--------------------------------------------------------------
      *> collectionsAgency - collection agency placement and recall.
      *>
      *>  REFER is the end of collectionsWorkflow's ladder; this run
      *>  hands those cases to the agency and takes back what the
      *>  agency returns, run after collectionsWorkflow.
      *>
      *>  First the agency's recall and status file, AGENCYSTATUS.DAT,
      *>  one line per placed case:
      *>    customer-id(1-9) loan-no(11-24) status(26-33)
      *>      status-date(35-42)
      *>  with status ACTIVE (still working it), RECALL (handed back
      *>  to us - the case sits at RECALLED for our own collectors),
      *>  PAID or SETTLED (closed out: dropped from the stage file
      *>  with that disposition on CollectionsCleared.txt).
      *>
      *>  Then every case newly at REFER is written to the outbound
      *>  AgencyPlacement.txt and moved to PLACED on the stage file,
      *>  so it drops out of our own letter cycle:
      *>    HDR placement-date
      *>    D   customer-id, loan-no, name, street, city, state, zip,
      *>        credit limit, balance owed (open loan principal plus
      *>        overdrawn deposits, 2 decimals), date referred,
      *>        letters sent, and the last four stages entered with
      *>        their dates (from CollectionsHistory.txt)
      *>    TRL record-count total-balance
      *>
      *>  AgencyReconciliation.txt gives the placed, active-at-agency,
      *>  recalled and closed counts for the run.
      *>--------------------------------------------------------------
       program-id. "collectionsAgency".
       environment division.
       input-output section.
       file-control.
           select stage-file       assign to "CollectionsStages.txt"
                   organization is line sequential
                   file status  is ws-stage-status.

           select history-file     assign to "CollectionsHistory.txt"
                   organization is line sequential
                   file status  is ws-history-status.

           select agency-status-file assign to "AGENCYSTATUS.DAT"
                   organization is line sequential
                   file status  is ws-agency-status.

           select cleared-file     assign to "CollectionsCleared.txt"
                   organization is line sequential
                   file status  is ws-cleared-status.

           select placement-file   assign to "AgencyPlacement.txt"
                   organization is line sequential.

           select recon-report     assign to "AgencyReconciliation.txt"
                   organization is line sequential.

       data division.
       file section.
      *> the collections stage line as collectionsWorkflow keeps it.
       fd  stage-file.
       01  stage-record.
           03 stg-custid               pic 9(9).
           03                          pic x.
           03 stg-stage                pic x(8).
           03                          pic x.
           03 stg-entered              pic 9(8).
           03                          pic x.
           03 stg-lastname             pic x(40).
           03                          pic x.
           03 stg-source               pic x.
           03                          pic x.
           03 stg-loan-no              pic x(14).

       fd  history-file.
       01  history-record.
           03 hst-custid               pic 9(9).
           03                          pic x.
           03 hst-source               pic x.
           03                          pic x.
           03 hst-loan-no              pic x(14).
           03                          pic x.
           03 hst-stage                pic x(8).
           03                          pic x.
           03 hst-entered              pic 9(8).

       fd  agency-status-file.
       01  agency-status-record.
           03 ags-custid               pic 9(9).
           03                          pic x.
           03 ags-loan-no              pic x(14).
           03                          pic x.
           03 ags-status               pic x(8).
           03                          pic x.
           03 ags-status-date          pic 9(8).

       fd  cleared-file.
       01  cleared-record.
           03 clr-custid               pic 9(9).
           03                          pic x.
           03 clr-disposition          pic x(8).
           03                          pic x.
           03 clr-date                 pic 9(8).
           03                          pic x.
           03 clr-lastname             pic x(40).
           03                          pic x.
           03 clr-loan-no              pic x(14).

       fd  placement-file.
       01  placement-record            pic x(300).

       fd  recon-report.
       01  recon-record                pic x(80).

       working-storage section.
       exec sql include sqlca end-exec.

       exec sql begin declare section end-exec.
       01 ws-customer-id           pic 9(9).
       01 ws-lastname              pic x(40).
       01 ws-firstname             pic x(20).
       01 ws-street                pic x(40).
       01 ws-city                  pic x(20).
       01 ws-state                 pic x(2).
       01 ws-zip                   pic x(10).
       exec sql end declare section end-exec.

       01 ws-stage-status          pic xx.
       01 ws-history-status        pic xx.
       01 ws-agency-status         pic xx.
       01 ws-cleared-status        pic xx.
       01 ws-run-date              pic 9(8).

      *> the stage file, loaded whole and rewritten.
       01 ws-stage-count           pic 9(4) value 0.
       01 ws-stage-table.
           03 ws-stage-entry occurs 2000 times
                   indexed by stage-idx.
               05 ws-stg-custid        pic 9(9).
               05 ws-stg-stage         pic x(8).
               05 ws-stg-entered       pic 9(8).
               05 ws-stg-lastname      pic x(40).
               05 ws-stg-source        pic x.
               05 ws-stg-loan-no       pic x(14).
               05 ws-stg-drop-sw       pic x.
                   88 ws-stg-dropped       value "Y".

      *> every stage each case has entered, oldest first.
       01 ws-history-count         pic 9(5) value 0.
       01 ws-history-table.
           03 ws-history-entry occurs 10000 times
                   indexed by hist-idx.
               05 ws-hst-custid        pic 9(9).
               05 ws-hst-source        pic x.
               05 ws-hst-loan-no       pic x(14).
               05 ws-hst-stage         pic x(8).
               05 ws-hst-entered       pic 9(8).

      *> the placement detail line.
       01 ws-placement-line.
           03 ws-plc-tag               pic x value "D".
           03                          pic x value space.
           03 ws-plc-custid            pic 9(9).
           03                          pic x value space.
           03 ws-plc-loan-no           pic x(14).
           03                          pic x value space.
           03 ws-plc-lastname          pic x(40).
           03                          pic x value space.
           03 ws-plc-firstname         pic x(20).
           03                          pic x value space.
           03 ws-plc-street            pic x(40).
           03                          pic x value space.
           03 ws-plc-city              pic x(20).
           03                          pic x value space.
           03 ws-plc-state             pic x(2).
           03                          pic x value space.
           03 ws-plc-zip               pic x(10).
           03                          pic x value space.
           03 ws-plc-credit-limit      pic 9(9).
           03                          pic x value space.
           03 ws-plc-balance           pic 9(11)v99.
           03                          pic x value space.
           03 ws-plc-referred          pic 9(8).
           03                          pic x value space.
           03 ws-plc-letters           pic 9(3).
           03 ws-plc-stage-history occurs 4 times.
               05                      pic x.
               05 ws-plc-hist-stage    pic x(8).
               05                      pic x.
               05 ws-plc-hist-date     pic 9(8).
       01 ws-plc-hist-idx          pic 9.
       01 ws-plc-shift-idx         pic 9.

       01 ws-placement-header.
           03                          pic x(4) value "HDR ".
           03 ws-phd-date              pic 9(8).
           03                          pic x value space.
           03                          pic x(21)
                                        value "COLLECTIONS PLACEMENT".

       01 ws-placement-trailer.
           03                          pic x(4) value "TRL ".
           03 ws-ptr-count             pic 9(9).
           03                          pic x value space.
           03 ws-ptr-total-balance     pic 9(13)v99.

       01 ws-max-credit            pic 9(9).
       01 ws-own-loans             pic 9(11)v99.
       01 ws-own-overdrawn         pic 9(11)v99.

       01 ws-records-read          pic 9(9) value 0.
       01 ws-placed-count          pic 9(9) value 0.
       01 ws-placed-balance        pic 9(13)v99 value 0.
       01 ws-active-reported       pic 9(9) value 0.
       01 ws-recalled-count        pic 9(9) value 0.
       01 ws-paid-count            pic 9(9) value 0.
       01 ws-settled-count         pic 9(9) value 0.
       01 ws-unmatched-count       pic 9(9) value 0.
       01 ws-at-agency-count       pic 9(9) value 0.
       01 ws-written-count         pic 9(9) value 0.
       01 ws-exceptions            pic 9(9) value 0.
       01 ws-found-flag            pic x.
           88 ws-found                 value "Y".

       01 ws-runlog-program        pic x(20)
                                    value "collectionsAgency".
       01 ws-runlog-run-id         pic x(14).
       01 ws-runlog-rc             pic 9(4) value 0.

       01 ws-count-line.
           03 ws-cnt-label             pic x(32).
           03 ws-cnt-value             pic z(8)9.
       01 ws-balance-line.
           03 ws-bal-label             pic x(32).
           03 ws-bal-value             pic z(12)9.99.

       01 ws-unmatched-line.
           03                          pic x(2).
           03 ws-unm-custid            pic 9(9).
           03                          pic x(2).
           03 ws-unm-loan-no           pic x(14).
           03                          pic x(2).
           03 ws-unm-status            pic x(8).
           03                          pic x(2).
           03 ws-unm-note              pic x(30).

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

           call "datechkProcessingDate" using
               by reference ws-run-date
           end-call
           perform load-stage-file
           perform load-stage-history

           open output recon-report
           perform write-recon-heading
           perform apply-agency-status
           perform place-referred-cases
           perform rewrite-stage-file
           perform write-recon-counts
           close recon-report

           if ws-unmatched-count > 0
               move 4 to ws-runlog-rc
           end-if
           perform finish-run
           call "EndBatchSession"
           goback.

       load-stage-file section.
           move 0 to ws-stage-count
           open input stage-file
           if ws-stage-status equal "00"
               perform load-one-stage
                   until ws-stage-status not equal "00"
                       or ws-stage-count equal 2000
               close stage-file
           end-if
           .

       load-one-stage section.
           read stage-file
           if ws-stage-status equal "00"
               add 1 to ws-stage-count
               set stage-idx to ws-stage-count
               move stg-custid to ws-stg-custid (stage-idx)
               move stg-stage to ws-stg-stage (stage-idx)
               move stg-entered to ws-stg-entered (stage-idx)
               move stg-lastname to ws-stg-lastname (stage-idx)
               move stg-source to ws-stg-source (stage-idx)
               move stg-loan-no to ws-stg-loan-no (stage-idx)
               move "N" to ws-stg-drop-sw (stage-idx)
           end-if
           .

       load-stage-history section.
           move 0 to ws-history-count
           open input history-file
           if ws-history-status equal "00"
               perform load-one-history
                   until ws-history-status not equal "00"
                       or ws-history-count equal 10000
               close history-file
           end-if
           .

       load-one-history section.
           read history-file
           if ws-history-status equal "00" and hst-custid is numeric
               add 1 to ws-history-count
               set hist-idx to ws-history-count
               move hst-custid to ws-hst-custid (hist-idx)
               move hst-source to ws-hst-source (hist-idx)
               move hst-loan-no to ws-hst-loan-no (hist-idx)
               move hst-stage to ws-hst-stage (hist-idx)
               move hst-entered to ws-hst-entered (hist-idx)
           end-if
           .

      *>--------------------------------------------------------------
      *> apply-agency-status - recalls come back to RECALLED, paid and
      *>  settled cases close out; a line for a case we have not got
      *>  at the agency is listed as unmatched.
      *>--------------------------------------------------------------
       apply-agency-status section.
           open input agency-status-file
           if ws-agency-status not equal "00"
               display "collectionsAgency: no agency status file "
                       "- placed cases left as they were"
               exit section
           end-if
           open extend cleared-file
           if ws-cleared-status not equal "00"
               open output cleared-file
           end-if
           perform apply-one-agency-status
               until ws-agency-status not equal "00"
           close agency-status-file
           close cleared-file
           .

       apply-one-agency-status section.
           read agency-status-file
           if ws-agency-status not equal "00"
                   or ags-custid is not numeric
               exit section
           end-if
           add 1 to ws-records-read
           perform find-placed-case
           if not ws-found
               add 1 to ws-unmatched-count
               move "NOT PLACED WITH THE AGENCY" to ws-unm-note
               perform write-unmatched-line
               exit section
           end-if

           evaluate ags-status
               when "ACTIVE"
                   add 1 to ws-active-reported
               when "RECALL"
                   move "RECALLED" to ws-stg-stage (stage-idx)
                   move ws-run-date to ws-stg-entered (stage-idx)
                   add 1 to ws-recalled-count
               when "PAID"
                   add 1 to ws-paid-count
                   perform close-out-case
               when "SETTLED"
                   add 1 to ws-settled-count
                   perform close-out-case
               when other
                   add 1 to ws-unmatched-count
                   move "UNKNOWN AGENCY STATUS" to ws-unm-note
                   perform write-unmatched-line
           end-evaluate
           .

       find-placed-case section.
           move "N" to ws-found-flag
           set stage-idx to 1
           search ws-stage-entry
               at end
                   continue
               when stage-idx > ws-stage-count
                   continue
               when ws-stg-custid (stage-idx) equal ags-custid
                       and ws-stg-loan-no (stage-idx) equal ags-loan-no
                       and ws-stg-stage (stage-idx) equal "PLACED"
                       and not ws-stg-dropped (stage-idx)
                   set ws-found to true
           end-search
           .

       close-out-case section.
           set ws-stg-dropped (stage-idx) to true
           move spaces to cleared-record
           move ws-stg-custid (stage-idx) to clr-custid
           move ags-status to clr-disposition
           move ws-run-date to clr-date
           move ws-stg-lastname (stage-idx) to clr-lastname
           move ws-stg-loan-no (stage-idx) to clr-loan-no
           write cleared-record
           .

      *>--------------------------------------------------------------
      *> place-referred-cases - every case at REFER goes out on the
      *>  placement file and moves to PLACED.
      *>--------------------------------------------------------------
       place-referred-cases section.
           open output placement-file
           move ws-run-date to ws-phd-date
           write placement-record from ws-placement-header
           perform place-one-case
               varying stage-idx from 1 by 1
               until stage-idx > ws-stage-count
           move ws-placed-count to ws-ptr-count
           move ws-placed-balance to ws-ptr-total-balance
           write placement-record from ws-placement-trailer
           close placement-file
           .

       place-one-case section.
           if ws-stg-stage (stage-idx) not equal "REFER"
                   or ws-stg-dropped (stage-idx)
               exit section
           end-if

           move ws-stg-custid (stage-idx) to ws-customer-id
           move ws-stg-lastname (stage-idx) to ws-lastname
           move spaces to ws-firstname ws-street ws-city
                          ws-state ws-zip
           EXEC SQL
               SELECT LastName, COALESCE(FirstName, ' '), Street,
                      City, State, Zip
                 INTO :ws-lastname, :ws-firstname, :ws-street,
                      :ws-city, :ws-state, :ws-zip
                 FROM customers
                WHERE Id = :ws-customer-id
           END-EXEC
           if SQLCODE not equal 0
               move ws-stg-lastname (stage-idx) to ws-lastname
           end-if

           move 0 to ws-max-credit
           call "getCustomerCreditLimit" using
               by reference ws-customer-id
               by reference ws-max-credit
           end-call
           move 0 to ws-own-loans
           move 0 to ws-own-overdrawn
           call "getCustomerOwnBorrowing" using
               by reference ws-customer-id
               by reference ws-own-loans
               by reference ws-own-overdrawn
           end-call

           move ws-customer-id to ws-plc-custid
           move ws-stg-loan-no (stage-idx) to ws-plc-loan-no
           move ws-lastname to ws-plc-lastname
           move ws-firstname to ws-plc-firstname
           move ws-street to ws-plc-street
           move ws-city to ws-plc-city
           move ws-state to ws-plc-state
           move ws-zip to ws-plc-zip
           move ws-max-credit to ws-plc-credit-limit
           add ws-own-loans ws-own-overdrawn giving ws-plc-balance
           move ws-stg-entered (stage-idx) to ws-plc-referred
           perform gather-stage-history
           write placement-record from ws-placement-line

           add 1 to ws-placed-count
           add ws-plc-balance to ws-placed-balance
           move "PLACED" to ws-stg-stage (stage-idx)
           move ws-run-date to ws-stg-entered (stage-idx)
           .

      *> every stage entered sent a letter; the last four go on the
      *>  line, most recent last.
       gather-stage-history section.
           move 0 to ws-plc-letters
           move 0 to ws-plc-hist-idx
           perform clear-one-history-slot
               varying ws-plc-shift-idx from 1 by 1
               until ws-plc-shift-idx > 4
           perform gather-one-history
               varying hist-idx from 1 by 1
               until hist-idx > ws-history-count
           .

       clear-one-history-slot section.
           move spaces to ws-plc-stage-history (ws-plc-shift-idx)
           move 0 to ws-plc-hist-date (ws-plc-shift-idx)
           .

       gather-one-history section.
           if ws-hst-custid (hist-idx) not equal ws-stg-custid (stage-idx)
                   or ws-hst-source (hist-idx)
                       not equal ws-stg-source (stage-idx)
                   or ws-hst-loan-no (hist-idx)
                       not equal ws-stg-loan-no (stage-idx)
               exit section
           end-if
           if ws-plc-letters < 999
               add 1 to ws-plc-letters
           end-if
           if ws-plc-hist-idx < 4
               add 1 to ws-plc-hist-idx
           else
               perform shift-one-history-slot
                   varying ws-plc-shift-idx from 1 by 1
                   until ws-plc-shift-idx > 3
           end-if
           move ws-hst-stage (hist-idx)
               to ws-plc-hist-stage (ws-plc-hist-idx)
           move ws-hst-entered (hist-idx)
               to ws-plc-hist-date (ws-plc-hist-idx)
           .

       shift-one-history-slot section.
           move ws-plc-stage-history (ws-plc-shift-idx + 1)
               to ws-plc-stage-history (ws-plc-shift-idx)
           .

       rewrite-stage-file section.
           open output stage-file
           perform rewrite-one-stage
               varying stage-idx from 1 by 1
               until stage-idx > ws-stage-count
           close stage-file
           .

       rewrite-one-stage section.
           if not ws-stg-dropped (stage-idx)
               if ws-stg-stage (stage-idx) equal "PLACED"
                   add 1 to ws-at-agency-count
               end-if
               move spaces to stage-record
               move ws-stg-custid (stage-idx) to stg-custid
               move ws-stg-stage (stage-idx) to stg-stage
               move ws-stg-entered (stage-idx) to stg-entered
               move ws-stg-lastname (stage-idx) to stg-lastname
               move ws-stg-source (stage-idx) to stg-source
               move ws-stg-loan-no (stage-idx) to stg-loan-no
               write stage-record
               add 1 to ws-written-count
           end-if
           .

       write-unmatched-line section.
           move ags-custid to ws-unm-custid
           move ags-loan-no to ws-unm-loan-no
           move ags-status to ws-unm-status
           write recon-record from ws-unmatched-line
           move spaces to ws-unmatched-line
           .

       write-recon-heading section.
           move spaces to recon-record
           string "Collection agency reconciliation - " delimited by size
                  ws-run-date delimited by size
               into recon-record
           end-string
           write recon-record
           move all "=" to recon-record
           write recon-record
           move spaces to recon-record
           write recon-record
           write recon-record from
               "AGENCY STATUS LINES NOT APPLIED:"
           move spaces to ws-unmatched-line
           .

       write-recon-counts section.
           move spaces to recon-record
           write recon-record
           move spaces to ws-count-line
           move "PLACED THIS RUN" to ws-cnt-label
           move ws-placed-count to ws-cnt-value
           write recon-record from ws-count-line
           move spaces to ws-balance-line
           move "  BALANCE PLACED" to ws-bal-label
           move ws-placed-balance to ws-bal-value
           write recon-record from ws-balance-line
           move "ACTIVE AT AGENCY" to ws-cnt-label
           move ws-at-agency-count to ws-cnt-value
           write recon-record from ws-count-line
           move "  REPORTED ACTIVE BY AGENCY" to ws-cnt-label
           move ws-active-reported to ws-cnt-value
           write recon-record from ws-count-line
           move "RECALLED" to ws-cnt-label
           move ws-recalled-count to ws-cnt-value
           write recon-record from ws-count-line
           move "CLOSED - PAID" to ws-cnt-label
           move ws-paid-count to ws-cnt-value
           write recon-record from ws-count-line
           move "CLOSED - SETTLED" to ws-cnt-label
           move ws-settled-count to ws-cnt-value
           write recon-record from ws-count-line
           move "STATUS LINES NOT APPLIED" to ws-cnt-label
           move ws-unmatched-count to ws-cnt-value
           write recon-record from ws-count-line
           .

       finish-run section.
           move ws-unmatched-count to ws-exceptions
           call "BatchRunLogEnd" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
               by reference ws-records-read
               by reference ws-placed-count
               by reference ws-exceptions
               by reference ws-runlog-rc
           end-call
           .

       end program "collectionsAgency".
