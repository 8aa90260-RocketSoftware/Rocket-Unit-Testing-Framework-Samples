      *> downgrade letters quote the points needed to regain the old
      *> tier from FLYERTIER.TBL. Print-ready letters go to
      *> FlyerLetters.txt with a count-by-tier control sheet, and
      *> members with no change are skipped but counted. A member
      *> the post has returned mail for (an open return on the
      *> returned-mail register, mailReturnRegister) gets no printed
      *> letter: it goes to FlyerLettersHeld.txt, counted on the
      *> control sheet, until the address is changed. Every letter
      *> opens with a MAILTO addressee line for printVendorFile's
      *> presort.
       input-output section.
       file-control.
           select tier-change-report assign to "TierChanges.txt"
               organization is line sequential.
           select control-sheet assign to "FlyerLettersControl.txt"
               organization is line sequential.
           select held-letters-file assign to "FlyerLettersHeld.txt"
               organization is line sequential.

       data division.
       file section.
       fd  control-sheet.
       01  control-sheet-record     pic x(80).

      *> letters not printed, and why.
       fd  held-letters-file.
       01  held-letters-record.
           03 hld-member-id         pic x(9).
           03                       pic x(2).
           03 hld-member-name       pic x(20).
           03                       pic x(2).
           03 hld-prior-tier        pic x(8).
           03                       pic x(2).
           03 hld-new-tier          pic x(8).
           03                       pic x(2).
           03 hld-reason            pic x(17).

       working-storage section.
       01 ws-changes-file-status   pic xx.
       01 ws-master-file-status    pic xx.
               05 ws-benefit-text      pic x(60).
       01 ws-benefit-record        pic x(80).

      *> the addressee line opening every letter - printVendorFile
      *> presorts the day's mail on it.
       01 ws-mailto-line.
           03                          pic x(6) value "MAILTO".
           03                          pic x value space.
           03 ws-mto-party-type        pic x.
           03                          pic x value space.
           03 ws-mto-party-id          pic 9(9).
           03                          pic x value space.
           03 ws-mto-country           pic x(2).
           03                          pic x value space.
           03 ws-mto-postcode          pic x(10).
           03                          pic x value space.
           03 ws-mto-name              pic x(40).

      *> one loaded letter template.
       01 ws-template-line-count   pic 9(2) value 0.
       01 ws-template-lines.
               05 ws-cbt-count         pic 9(5).
       01 ws-letters-written       pic 9(5) value 0.
       01 ws-no-change-count       pic 9(5) value 0.
       01 ws-letters-held          pic 9(5) value 0.

      *> returned-mail register receivers.
       01 ws-party-type            pic x value "M".
       01 ws-party-id              pic 9(9).
       01 ws-undeliverable-flag    pic x.
           88 ws-undeliverable         value "Y".

       01 ws-control-line.
           03 ws-ctl-label             pic x(35).
               set ws-eof to true
           end-if
           open output letters-file
           open output held-letters-file
           .

       load-member-master section.
           .

       letter-one-change section.
           move ws-chg-member-id to ws-party-id
           call "isMailUndeliverable" using
               by reference ws-party-type
               by reference ws-party-id
               by reference ws-undeliverable-flag
           end-call
           if ws-undeliverable
               move spaces to held-letters-record
               move ws-chg-member-id to hld-member-id
               move ws-chg-member-name to hld-member-name
               move ws-chg-prior-tier to hld-prior-tier
               move ws-chg-new-tier to hld-new-tier
               move "RETURNED MAIL" to hld-reason
               write held-letters-record
               add 1 to ws-letters-held
               exit section
           end-if
           perform find-member-points
           move "M" to ws-mto-party-type
           move ws-chg-member-id to ws-mto-party-id
           move spaces to ws-mto-country ws-mto-postcode
           move ws-chg-member-name to ws-mto-name
           write letters-record from ws-mailto-line
           if ws-in-upgrades
               move "LETTER_FLYERUPGRADE.TPL" to ws-template-name
           else
       finish-run section.
           close tier-change-report
           close letters-file
           close held-letters-file
           compute ws-no-change-count =
               ws-member-count - ws-letters-written - ws-letters-held
           perform write-control-sheet
           display "FlyerLetters: " ws-letters-written
                   " letter(s) produced"
           move ws-letters-written to ws-ctl-count
           write control-sheet-record from ws-control-line
           move spaces to ws-control-line
           move "HELD - RETURNED MAIL (NO LETTER)" to ws-ctl-label
           move ws-letters-held to ws-ctl-count
           write control-sheet-record from ws-control-line
           move spaces to ws-control-line
           move "MEMBERS WITH NO CHANGE (SKIPPED)" to ws-ctl-label
           move ws-no-change-count to ws-ctl-count
           write control-sheet-record from ws-control-line
