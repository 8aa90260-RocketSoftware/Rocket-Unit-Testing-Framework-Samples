      *>  postcodeval US path before the add is accepted; a blank or
      *>  invalid postcode rejects the add with its own message
      *>  rather than storing a bad address.
      *>
      *>  MERGE folds a duplicate customer Id into the one that is to
      *>  survive: the retiring Id's household link, pending credit
      *>  limit changes, loans (LOANMAST.DAT) and deposit accounts
      *>  (ACCTMAST.DAT) are re-pointed at CA-Survivor-Id, then the
      *>  retiring Id is inactivated with MergedInto naming the
      *>  survivor, so by-Id lookups can say where it went. A merge
      *>  is refused while the two Ids hold conflicting credit limits
      *>  that have not been settled, and every completed merge is
      *>  written to CustomerMergeAudit.txt.
      *>
      *>  ADDRESS replaces the street/city/state/zip on file for
      *>  CA-Customer-Id, the ZIP passing the same postcodeval check
      *>  as ADD. A corrected address is deliverable again: the open
      *>  return on the returned-mail register (mailReturnRegister)
      *>  is cleared, so the letter runs stop holding their mail.
       Program-Id. MNTCUST.

       Environment Division.
                   organization is line sequential
                   file status  is WS-Window-File-Status.

      *> the files a merge re-points from the retiring Id to the
      *>  survivor. The two line sequential files are copied through
      *>  a work file and back, the way BBANK78P rewrites LOANSCHD.
           select pending-change-file
                   assign to "PendingCreditChanges.txt"
                   organization is line sequential
                   file status  is WS-Pending-File-Status.

           select pending-work-file
                   assign to "PendingCreditChanges.wrk"
                   organization is line sequential
                   file status  is WS-Work-File-Status.

           select loan-master-file assign to "LOANMAST.DAT"
                   organization is indexed
                   access mode  is sequential
                   record key   is LM-Loan-No
                   file status  is WS-Loan-File-Status.

           select account-master-file assign to "ACCTMAST.DAT"
                   organization is line sequential
                   file status  is WS-Account-File-Status.

           select account-work-file assign to "ACCTMAST.WRK"
                   organization is line sequential
                   file status  is WS-Work-File-Status.

           select merge-audit-file assign to "CustomerMergeAudit.txt"
                   organization is line sequential
                   file status  is WS-Audit-File-Status.

       Data Division.
       File Section.
       fd  maint-window-file.
           05                      pic x.
           05 MWF-End              pic 9(12).

       fd  pending-change-file.
       01  pending-change-record.
           05 PCF-CustId           pic 9(9).
           05 PCF-Rest             pic x(101).

       fd  pending-work-file.
       01  pending-work-record     pic x(110).

       fd  loan-master-file.
       01  loan-master-record.
           05 LM-Loan-No           pic x(14).
           05 LM-Customer-No       pic 9(9).
           05 LM-Principal         pic 9(7).
           05 LM-Rate              pic 9(3)v99.
           05 LM-Term              pic 9(3).
           05 LM-Payment           pic s9(7)v99 comp-3.
           05 LM-Loan-Type         pic x.
           05 LM-Date-Booked       pic 9(8).
           05 LM-Payments-Applied  pic 9(3).
           05 LM-Amount-Applied    pic 9(9)v99.
           05 LM-Rate-Index        pic x(3).
           05 LM-Rate-Margin       pic 9(2)v99.
           05 LM-Reset-Months      pic 9(3).
           05 LM-Last-Reset        pic 9(3).

       fd  account-master-file.
       01  account-master-record.
           05 ACM-Front            pic x(40).
           05 ACM-Customer-No      pic 9(9).

       fd  account-work-file.
       01  account-work-record     pic x(49).

       fd  merge-audit-file.
       01  merge-audit-record      pic x(100).

       Working-Storage Section.
       01 WS-InAction              Pic x(10).
       01 WS-MSG-ADDED.
         value "CUSTOMER INACTIVATE - NO SUCH CUSTOMER".
       01 WS-MSG-INACT-FAILED      pic x(80)
         value "CUSTOMER INACTIVATE FAILED".
       01 WS-MSG-MERGED.
           05 Filler               pic x(29)
             value "CUSTOMER MERGED - RETIRED ID ".
           05 WS-MSG-MERGED-OLD    pic 9(9).
           05 Filler               pic x(11) value " MERGED TO ".
           05 WS-MSG-MERGED-NEW    pic 9(9).
           05 Filler               pic x(22) value spaces.
       01 WS-MSG-MERGE-NOTFOUND    pic x(80)
         value "CUSTOMER MERGE - NO SUCH CUSTOMER".
       01 WS-MSG-MERGE-INACTIVE    pic x(80)
         value "CUSTOMER MERGE - CUSTOMER ALREADY INACTIVE OR MERGED".
       01 WS-MSG-MERGE-SAME-ID     pic x(80)
         value "CUSTOMER MERGE - SURVIVING AND RETIRING IDS MATCH".
       01 WS-MSG-MERGE-CONFLICT    pic x(80)
         value "CUSTOMER MERGE REFUSED - CREDIT LIMITS CONFLICT".
       01 WS-MSG-MERGE-FAILED      pic x(80)
         value "CUSTOMER MERGE FAILED".
       01 WS-MSG-ADDRESS-CHANGED.
           05 Filler               pic x(25)
             value "CUSTOMER ADDRESS CHANGED".
           05 WS-MSG-ADDR-RETURNED pic x(55) value spaces.
       01 WS-MSG-ADDR-NOTFOUND     pic x(80)
         value "CUSTOMER ADDRESS CHANGE - NO SUCH CUSTOMER".
       01 WS-MSG-ADDR-BAD-ZIP      pic x(80)
         value "CUSTOMER ADDRESS REJECTED - POSTCODE INVALID OR BLANK".
       01 WS-MSG-ADDR-FAILED       pic x(80)
         value "CUSTOMER ADDRESS CHANGE FAILED".
       01 WS-MSG-BAD-COMMAREA      pic x(80)
         value "CUSTOMER MAINTENANCE - COMMAREA TOO SHORT".
       01 WS-MSG-UNKNOWN           pic x(80)
         value "CUSTOMER MAINTENANCE - UNRECOGNIZED ACTION".
       01 WS-CA-Min-Length         pic 9(4).

       01 WS-Maint-Status          pic x.
           88 WS-Maint-OK              value "Y".
           88 WS-Maint-Failed          value "N".
           88 WS-Maint-Not-Found       value "M".
           88 WS-Maint-Bad-Zip         value "Z".
           88 WS-Maint-Inactive        value "I".
           88 WS-Maint-Same-Id         value "S".
           88 WS-Maint-Credit-Conflict value "C".

      *> postcodeval receivers for the ADD and ADDRESS ZIP check.
       01 WS-Val-Country           pic x(2) value "US".
       01 WS-Val-Flag              pic x.
           88 WS-Zip-Is-Valid          value "Y".
       01 WS-Val-Depot             pic x(8).
       01 WS-Val-Zip               pic x(10).

      *> returned-mail register receivers for an ADDRESS change.
       01 WS-Party-Type            pic x value "C".
       01 WS-Cleared-By.
           05 Filler               pic x(8) value "MNTCUST ".
           05 WS-Cleared-TermId    pic x(4).
           05 Filler               pic x(8) value spaces.
       01 WS-Register-Result       pic x.
           88 WS-Register-Cleared      value "C".

      *> MAINTWIN.TBL, one window per line: start yyyymmddhhmm in
      *>  cols 1-12, end yyyymmddhhmm in cols 14-25.
       01 WS-Window-File-Status    pic xx.
           05 WS-MSG-WINDOW-MM     pic xx.
           05 Filler               pic x(18) value spaces.

      *> merge working fields - what each Id holds going in, and how
      *>  much was moved, for the conflict test and the audit line.
       01 WS-Pending-File-Status   pic xx.
       01 WS-Work-File-Status      pic xx.
       01 WS-Loan-File-Status      pic xx.
       01 WS-Account-File-Status   pic xx.
       01 WS-Audit-File-Status     pic xx.
       01 WS-Retiring-Limit        pic 9(9).
       01 WS-Survivor-Limit        pic 9(9).
       01 WS-Retiring-Pending      pic 9(3).
       01 WS-Survivor-Pending      pic 9(3).
       01 WS-Links-Moved           pic 9(3).
       01 WS-Pending-Moved         pic 9(3).
       01 WS-Loans-Moved           pic 9(5).
       01 WS-Accounts-Moved        pic 9(5).
       01 WS-Merge-Eof-Flag        pic x.
           88 WS-Merge-Eof             value "Y".
       01 WS-Pending-Line.
           05 WS-Pend-CustId       pic 9(9).
           05 Filler               pic x.
           05 WS-Pend-New-Limit    pic 9(9).
           05 Filler               pic x.
           05 WS-Pend-Requested-By pic x(20).
           05 Filler               pic x.
           05 WS-Pend-Request-Date pic 9(8).
           05 Filler               pic x.
           05 WS-Pend-Status       pic x(8).
               88 WS-Pend-Is-Pending   value "PENDING".
           05 Filler               pic x(42).
       01 WS-Audit-Date            pic 9(8).
       01 WS-Audit-Time            pic 9(8).
       01 WS-Audit-Line.
           05 WS-Aud-Date          pic 9999/99/99.
           05 Filler               pic x value space.
           05 WS-Aud-Time.
               10 WS-Aud-Time-HH   pic xx.
               10 Filler           pic x value ":".
               10 WS-Aud-Time-MM   pic xx.
               10 Filler           pic x value ":".
               10 WS-Aud-Time-SS   pic xx.
           05 Filler               pic x value space.
           05 WS-Aud-TermId        pic x(4).
           05 Filler               pic x value space.
           05 WS-Aud-Retiring      pic 9(9).
           05 Filler               pic x(4) value " TO ".
           05 WS-Aud-Survivor      pic 9(9).
           05 Filler               pic x(7) value " LINKS ".
           05 WS-Aud-Links         pic zz9.
           05 Filler               pic x(9) value " PENDING ".
           05 WS-Aud-Pending       pic zz9.
           05 Filler               pic x(7) value " LOANS ".
           05 WS-Aud-Loans         pic zzzz9.
           05 Filler               pic x(10) value " ACCOUNTS ".
           05 WS-Aud-Accounts      pic zzzz9.

       exec sql include sqlca end-exec.

       exec sql begin declare section end-exec.
           01 ws-city              pic x(20).
           01 ws-state             pic x(2).
           01 ws-zip               pic x(10).
           01 ws-survivor-id       pic 9(9).
           01 ws-active-column     pic x.
           01 ws-credit-limit      pic 9(9).
           01 ws-household-id      pic 9(9).
       exec sql end declare section end-exec.

       Linkage Section.
         05  CA-City                Pic X(20).
         05  CA-State               Pic X(2).
         05  CA-Zip                 Pic X(10).
         05  CA-Survivor-Id         Pic 9(9).

       Procedure Division.
       maintain-customer-record section.
           Move Spaces to WS-InAction
      *> only a MERGE carries CA-Survivor-Id - ADD, INACTIVATE and
      *> ADDRESS callers still send the commarea without it.
           compute WS-CA-Min-Length = LENGTH OF DFHCOMMAREA
                                    - LENGTH OF CA-Survivor-Id
           if EIBCALEN not < WS-CA-Min-Length
               if CA-Action equal "MERGE"
                   move LENGTH OF DFHCOMMAREA to WS-CA-Min-Length
               end-if
           end-if
           if EIBCALEN < WS-CA-Min-Length
               EXEC CICS
                   SEND TEXT FROM(WS-MSG-BAD-COMMAREA)
                   ERASE
                               FREEKB
                           END-EXEC
                   end-evaluate
               when "MERGE"
                   perform merge-customer-records
                   perform send-merge-result
               when "ADDRESS"
                   perform change-customer-address
                   perform send-address-result
               when other
                   EXEC CICS
                       SEND TEXT FROM(WS-MSG-UNKNOWN)
       add-customer-record section.
           set WS-Maint-Failed to true

           perform check-customer-zip
           if not WS-Zip-Is-Valid
               set WS-Maint-Bad-Zip to true
               exit section
           end-evaluate
           .

      *> the ZIP must pass the postcodeval US check before an address
      *>  is stored - the letters pull this address straight off
      *>  the row, so a bad one is postage thrown away later.
       check-customer-zip section.
           Move "N" to WS-Val-Flag
           Move CA-Zip to WS-Val-Zip
           if WS-Val-Zip not = spaces
               call "postcodeval" using
                   by reference WS-Val-Zip
                   by reference WS-Val-Country
                   by reference WS-Val-Flag
                   by reference WS-Val-Region
                   by reference WS-Val-Depot
               end-call
           end-if
           .

      *> replaces the address on file. The new address has not had
      *>  mail returned from it, so the register's open return (if
      *>  any) is cleared once the row has changed.
       change-customer-address section.
           set WS-Maint-Failed to true
           Move spaces to WS-MSG-ADDR-RETURNED
           perform check-customer-zip
           if not WS-Zip-Is-Valid
               set WS-Maint-Bad-Zip to true
               exit section
           end-if

           move CA-Customer-Id to ws-customer-id
           move CA-Street to ws-street
           move CA-City to ws-city
           move CA-State to ws-state
           move CA-Zip to ws-zip
           EXEC SQL
               UPDATE customers
                  SET Street = :ws-street,
                      City = :ws-city,
                      State = :ws-state,
                      Zip = :ws-zip
                WHERE Id = :ws-customer-id
           END-EXEC
           evaluate SQLCODE
               when 0
                   set WS-Maint-OK to true
               when 100
                   set WS-Maint-Not-Found to true
                   exit section
               when other
                   set WS-Maint-Failed to true
                   exit section
           end-evaluate

           Move EIBTRMID to WS-Cleared-TermId
           call "clearMailUndeliverable" using
               by reference WS-Party-Type
               by reference ws-customer-id
               by reference WS-Cleared-By
               by reference WS-Register-Result
           end-call
           if WS-Register-Cleared
               Move "- RETURNED-MAIL HOLD RELEASED"
                 to WS-MSG-ADDR-RETURNED
           end-if
           .

       send-address-result section.
           evaluate true
               when WS-Maint-OK
                   EXEC CICS
                       SEND TEXT FROM(WS-MSG-ADDRESS-CHANGED)
                       ERASE
                       FREEKB
                   END-EXEC
               when WS-Maint-Not-Found
                   EXEC CICS
                       SEND TEXT FROM(WS-MSG-ADDR-NOTFOUND)
                       ERASE
                       FREEKB
                   END-EXEC
               when WS-Maint-Bad-Zip
                   EXEC CICS
                       SEND TEXT FROM(WS-MSG-ADDR-BAD-ZIP)
                       ERASE
                       FREEKB
                   END-EXEC
               when other
                   EXEC CICS
                       SEND TEXT FROM(WS-MSG-ADDR-FAILED)
                       ERASE
                       FREEKB
                   END-EXEC
           end-evaluate
           .

       send-merge-result section.
           evaluate true
               when WS-Maint-OK
                   move CA-Customer-Id to WS-MSG-MERGED-OLD
                   move CA-Survivor-Id to WS-MSG-MERGED-NEW
                   EXEC CICS
                       SEND TEXT FROM(WS-MSG-MERGED)
                       ERASE
                       FREEKB
                   END-EXEC
               when WS-Maint-Not-Found
                   EXEC CICS
                       SEND TEXT FROM(WS-MSG-MERGE-NOTFOUND)
                       ERASE
                       FREEKB
                   END-EXEC
               when WS-Maint-Inactive
                   EXEC CICS
                       SEND TEXT FROM(WS-MSG-MERGE-INACTIVE)
                       ERASE
                       FREEKB
                   END-EXEC
               when WS-Maint-Same-Id
                   EXEC CICS
                       SEND TEXT FROM(WS-MSG-MERGE-SAME-ID)
                       ERASE
                       FREEKB
                   END-EXEC
               when WS-Maint-Credit-Conflict
                   EXEC CICS
                       SEND TEXT FROM(WS-MSG-MERGE-CONFLICT)
                       ERASE
                       FREEKB
                   END-EXEC
               when other
                   EXEC CICS
                       SEND TEXT FROM(WS-MSG-MERGE-FAILED)
                       ERASE
                       FREEKB
                   END-EXEC
           end-evaluate
           .

      *> CA-Customer-Id is the duplicate being retired, CA-Survivor-Id
      *>  the Id that carries on. Both must be on file and active.
      *>  Everything is checked before anything is moved, so a refused
      *>  merge leaves both Ids exactly as they were.
       merge-customer-records section.
           set WS-Maint-Failed to true
           if CA-Customer-Id equal CA-Survivor-Id
               set WS-Maint-Same-Id to true
               exit section
           end-if

           move CA-Survivor-Id to ws-customer-id
           perform check-merge-customer
           if not WS-Maint-OK
               exit section
           end-if
           move CA-Customer-Id to ws-customer-id
           perform check-merge-customer
           if not WS-Maint-OK
               exit section
           end-if

           perform check-credit-conflict
           if not WS-Maint-OK
               exit section
           end-if

           set WS-Maint-Failed to true
           perform merge-household-link
           if SQLCODE not equal 0 and SQLCODE not equal 100
               exit section
           end-if
           perform merge-pending-changes
           perform merge-loan-master
           perform merge-account-master

           move CA-Customer-Id to ws-customer-id
           move CA-Survivor-Id to ws-survivor-id
           move CA-Effective-Date to ws-effective-date
           if ws-effective-date equal 0
               accept ws-effective-date from date yyyymmdd
           end-if
           EXEC SQL
               UPDATE customers
                  SET Active = 'N',
                      InactiveDate = :ws-effective-date,
                      MergedInto = :ws-survivor-id
                WHERE Id = :ws-customer-id
           END-EXEC
           if SQLCODE equal 0
               set WS-Maint-OK to true
               perform write-merge-audit-record
           end-if
           .

       check-merge-customer section.
           EXEC SQL
               SELECT Active INTO :ws-active-column
                 FROM customers
                WHERE Id = :ws-customer-id
           END-EXEC
           evaluate true
               when SQLCODE equal 100
                   set WS-Maint-Not-Found to true
               when SQLCODE not equal 0
                   set WS-Maint-Failed to true
               when ws-active-column equal "N"
                   set WS-Maint-Inactive to true
               when other
                   set WS-Maint-OK to true
           end-evaluate
           .

      *> the two Ids conflict when each carries its own, different,
      *>  non-zero ActiveCreditLimit, or when both have a limit change
      *>  still PENDING on PendingCreditChanges.txt - either way no one
      *>  has yet decided which limit the survivor should keep. Once
      *>  the limits agree (or one side is cleared to zero) through
      *>  creditLimitMaint, the merge goes through.
       check-credit-conflict section.
           set WS-Maint-OK to true
           move CA-Customer-Id to ws-customer-id
           perform fetch-merge-credit-limit
           move ws-credit-limit to WS-Retiring-Limit
           move CA-Survivor-Id to ws-customer-id
           perform fetch-merge-credit-limit
           move ws-credit-limit to WS-Survivor-Limit
           if WS-Retiring-Limit not equal 0
                   and WS-Survivor-Limit not equal 0
                   and WS-Retiring-Limit not equal WS-Survivor-Limit
               set WS-Maint-Credit-Conflict to true
               exit section
           end-if

           Move 0 to WS-Retiring-Pending
           Move 0 to WS-Survivor-Pending
           Move "N" to WS-Merge-Eof-Flag
           open input pending-change-file
           if WS-Pending-File-Status = "00"
               perform count-one-pending-change
                   until WS-Merge-Eof
               close pending-change-file
           end-if
           if WS-Retiring-Pending > 0 and WS-Survivor-Pending > 0
               set WS-Maint-Credit-Conflict to true
           end-if
           .

       fetch-merge-credit-limit section.
           EXEC SQL
               SELECT ActiveCreditLimit INTO :ws-credit-limit
                 FROM CreditInformation
                WHERE Id = :ws-customer-id
           END-EXEC
           if SQLCODE not equal 0
               move 0 to ws-credit-limit
           end-if
           .

       count-one-pending-change section.
           read pending-change-file into WS-Pending-Line
           if WS-Pending-File-Status not = "00"
               set WS-Merge-Eof to true
               exit section
           end-if
           if WS-Pend-Is-Pending
               if WS-Pend-CustId equal CA-Customer-Id
                   add 1 to WS-Retiring-Pending
               end-if
               if WS-Pend-CustId equal CA-Survivor-Id
                   add 1 to WS-Survivor-Pending
               end-if
           end-if
           .

      *> a customer belongs to at most one household (MNTLINKS). If
      *>  the survivor is unlinked it takes over the retiring Id's
      *>  link; if it already has one, the retiring Id's link is
      *>  dropped rather than giving the survivor two households.
       merge-household-link section.
           Move 0 to WS-Links-Moved
           move CA-Customer-Id to ws-customer-id
           move CA-Survivor-Id to ws-survivor-id
           EXEC SQL
               SELECT HouseholdId INTO :ws-household-id
                 FROM CustomerLinks
                WHERE CustomerId = :ws-survivor-id
           END-EXEC
           evaluate SQLCODE
               when 100
                   EXEC SQL
                       UPDATE CustomerLinks
                          SET CustomerId = :ws-survivor-id
                        WHERE CustomerId = :ws-customer-id
                   END-EXEC
                   if SQLCODE equal 0
                       Move 1 to WS-Links-Moved
                   end-if
               when 0
                   EXEC SQL
                       DELETE FROM CustomerLinks
                        WHERE CustomerId = :ws-customer-id
                   END-EXEC
           end-evaluate
           .

      *> every line for the retiring Id, whatever its status, is
      *>  re-keyed to the survivor so the approval history follows
      *>  the customer.
       merge-pending-changes section.
           Move 0 to WS-Pending-Moved
           Move "N" to WS-Merge-Eof-Flag
           open input pending-change-file
           if WS-Pending-File-Status not = "00"
               exit section
           end-if
           open output pending-work-file
           perform copy-one-pending-change until WS-Merge-Eof
           close pending-work-file
           close pending-change-file

           Move "N" to WS-Merge-Eof-Flag
           open input pending-work-file
           open output pending-change-file
           perform copy-back-one-pending-change until WS-Merge-Eof
           close pending-change-file
           close pending-work-file
           .

       copy-one-pending-change section.
           read pending-change-file
           if WS-Pending-File-Status not = "00"
               set WS-Merge-Eof to true
               exit section
           end-if
           if PCF-CustId equal CA-Customer-Id
               move CA-Survivor-Id to PCF-CustId
               add 1 to WS-Pending-Moved
           end-if
           write pending-work-record from pending-change-record
           .

       copy-back-one-pending-change section.
           read pending-work-file
           if WS-Work-File-Status not = "00"
               set WS-Merge-Eof to true
               exit section
           end-if
           write pending-change-record from pending-work-record
           .

       merge-loan-master section.
           Move 0 to WS-Loans-Moved
           Move "N" to WS-Merge-Eof-Flag
           open i-o loan-master-file
           if WS-Loan-File-Status not = "00"
               exit section
           end-if
           perform move-one-loan until WS-Merge-Eof
           close loan-master-file
           .

       move-one-loan section.
           read loan-master-file next record
           if WS-Loan-File-Status not = "00"
               set WS-Merge-Eof to true
               exit section
           end-if
           if LM-Customer-No equal CA-Customer-Id
               move CA-Survivor-Id to LM-Customer-No
               rewrite loan-master-record
               add 1 to WS-Loans-Moved
           end-if
           .

       merge-account-master section.
           Move 0 to WS-Accounts-Moved
           Move "N" to WS-Merge-Eof-Flag
           open input account-master-file
           if WS-Account-File-Status not = "00"
               exit section
           end-if
           open output account-work-file
           perform copy-one-account until WS-Merge-Eof
           close account-work-file
           close account-master-file

           Move "N" to WS-Merge-Eof-Flag
           open input account-work-file
           open output account-master-file
           perform copy-back-one-account until WS-Merge-Eof
           close account-master-file
           close account-work-file
           .

       copy-one-account section.
           read account-master-file
           if WS-Account-File-Status not = "00"
               set WS-Merge-Eof to true
               exit section
           end-if
           if ACM-Customer-No equal CA-Customer-Id
               move CA-Survivor-Id to ACM-Customer-No
               add 1 to WS-Accounts-Moved
           end-if
           write account-work-record from account-master-record
           .

       copy-back-one-account section.
           read account-work-file
           if WS-Work-File-Status not = "00"
               set WS-Merge-Eof to true
               exit section
           end-if
           write account-master-record from account-work-record
           .

      *> one line per completed merge - when, which terminal, which
      *>  Id was retired into which, and how much moved with it.
       write-merge-audit-record section.
           accept WS-Audit-Date from date yyyymmdd
           accept WS-Audit-Time from time
           initialize WS-Audit-Line
           Move WS-Audit-Date to WS-Aud-Date
           Move WS-Audit-Time(1:2) to WS-Aud-Time-HH
           Move WS-Audit-Time(3:2) to WS-Aud-Time-MM
           Move WS-Audit-Time(5:2) to WS-Aud-Time-SS
           Move EIBTRMID to WS-Aud-TermId
           Move CA-Customer-Id to WS-Aud-Retiring
           Move CA-Survivor-Id to WS-Aud-Survivor
           Move WS-Links-Moved to WS-Aud-Links
           Move WS-Pending-Moved to WS-Aud-Pending
           Move WS-Loans-Moved to WS-Aud-Loans
           Move WS-Accounts-Moved to WS-Aud-Accounts
           open extend merge-audit-file
           if WS-Audit-File-Status not = "00"
               open output merge-audit-file
           end-if
           write merge-audit-record from WS-Audit-Line
           close merge-audit-file
           .

      *> decides whether the current date-time sits inside any window
      *>  on the calendar. No table, or no current window, leaves the
      *>  transaction behaving exactly as it always has.
