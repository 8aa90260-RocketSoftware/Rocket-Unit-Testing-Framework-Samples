      $set sourceformat"variable"
      *>--------------------------------------------------------------
      *> mailReturnRegister - the register of addresses the post has
      *>  sent our letters back from.
      *>
      *>  One line per customer (party type C) or frequent-flyer
      *>  member (party type M) on UndeliverableAddresses.txt:
      *>    party-type(1) party-id(3-11) status(13-20)
      *>    first-returned(22-29) last-returned(31-38) returns(40-42)
      *>    letter-type(44-55) reason(57-76) cleared(78-85)
      *>    cleared-by(87-106)
      *>  An address is undeliverable while its line is OPEN.
      *>
      *>  flagMailUndeliverable (the returned-mail intake) opens a
      *>   line, or counts a further return on the open one.
      *>  isMailUndeliverable is asked by every letter run before a
      *>   letter is printed - an OPEN address sends the letter to
      *>   the run's held file instead. The register is read once
      *>   per run and kept.
      *>  clearMailUndeliverable (MNTCUST's address change, addrapply)
      *>   closes the open line as CLEARED once the address has been
      *>   corrected, and letters flow again from the next run.
      *>  A CLEARED line stays on the register as the history of the
      *>   return; a later return opens a fresh line.
      *>--------------------------------------------------------------
       program-id. "mailReturnRegister".
       environment division.
       input-output section.
       file-control.
           select register-file    assign to "UndeliverableAddresses.txt"
                   organization is line sequential
                   file status  is ws-register-status.

       data division.
       file section.
       fd  register-file.
       01  register-record.
           03 reg-party-type           pic x.
           03                          pic x.
           03 reg-party-id             pic 9(9).
           03                          pic x.
           03 reg-status               pic x(8).
           03                          pic x.
           03 reg-first-returned       pic 9(8).
           03                          pic x.
           03 reg-last-returned        pic 9(8).
           03                          pic x.
           03 reg-returns              pic 9(3).
           03                          pic x.
           03 reg-letter-type          pic x(12).
           03                          pic x.
           03 reg-reason               pic x(20).
           03                          pic x.
           03 reg-cleared              pic 9(8).
           03                          pic x.
           03 reg-cleared-by           pic x(20).

       working-storage section.
       01 ws-register-status           pic xx.
       01 ws-today                     pic 9(8).
       01 ws-loaded-flag               pic x value "N".
           88 ws-register-loaded           value "Y".
       01 ws-open-found-flag           pic x.
           88 ws-open-found                value "Y".

       01 ws-register-count            pic 9(5) value 0.
       01 ws-register-table.
           03 ws-register-entry occurs 20000 times
                   indexed by reg-idx.
               05 ws-reg-line          pic x(106).
               05 ws-reg-line-view redefines ws-reg-line.
                   07 ws-reg-party-type    pic x.
                   07                      pic x.
                   07 ws-reg-party-id      pic 9(9).
                   07                      pic x.
                   07 ws-reg-status        pic x(8).
                       88 ws-reg-is-open       value "OPEN".
                   07                      pic x.
                   07 ws-reg-first-returned
                                           pic 9(8).
                   07                      pic x.
                   07 ws-reg-last-returned pic 9(8).
                   07                      pic x.
                   07 ws-reg-returns       pic 9(3).
                   07                      pic x.
                   07 ws-reg-letter-type   pic x(12).
                   07                      pic x.
                   07 ws-reg-reason        pic x(20).
                   07                      pic x.
                   07 ws-reg-cleared       pic 9(8).
                   07                      pic x.
                   07 ws-reg-cleared-by    pic x(20).

       linkage section.
       01 lnk-party-type               pic x.
           88 lnk-party-customer           value "C".
           88 lnk-party-member             value "M".
       01 lnk-party-id                 pic 9(9).
       01 lnk-letter-type              pic x(12).
       01 lnk-return-date              pic 9(8).
       01 lnk-return-reason            pic x(20).
       01 lnk-cleared-by               pic x(20).
       01 lnk-undeliverable-flag       pic x.
           88 lnk-undeliverable            value "Y".
           88 lnk-deliverable              value "N".

      *> how a flag or clear came back, for the caller's report.
       01 lnk-register-result          pic x.
           88 lnk-register-flagged         value "F".
           88 lnk-register-returned-again  value "A".
           88 lnk-register-cleared         value "C".
           88 lnk-register-not-open        value "0".
           88 lnk-register-invalid         value "V".
           88 lnk-register-file-error      value "E".

       procedure division using lnk-party-type,
                                lnk-party-id,
                                lnk-undeliverable-flag.

      *>----------------------------------------------------------------
      *> isMailUndeliverable - Y when the party's address has an OPEN
      *>  return against it, so the letter is held rather than posted.
      *>----------------------------------------------------------------
       check-undeliverable section.
       entry "isMailUndeliverable" using lnk-party-type,
                                         lnk-party-id,
                                         lnk-undeliverable-flag.
           if not ws-register-loaded
               perform load-register
           end-if
           perform find-open-entry
           if ws-open-found
               set lnk-undeliverable to true
           else
               set lnk-deliverable to true
           end-if
           goback.

      *>----------------------------------------------------------------
      *> flagMailUndeliverable - records one returned letter. The
      *>  first return opens the party's line; a return against an
      *>  address already open just bumps the count and the latest
      *>  return date, letter type and reason.
      *>----------------------------------------------------------------
       flag-undeliverable section.
       entry "flagMailUndeliverable" using lnk-party-type,
                                           lnk-party-id,
                                           lnk-letter-type,
                                           lnk-return-date,
                                           lnk-return-reason,
                                           lnk-register-result.
           if not lnk-party-customer and not lnk-party-member
               set lnk-register-invalid to true
               goback
           end-if
           if lnk-party-id not > 0 or lnk-return-date not > 0
               set lnk-register-invalid to true
               goback
           end-if

           accept ws-today from date yyyymmdd
           perform load-register
           perform find-open-entry
           if ws-open-found
               add 1 to ws-reg-returns (reg-idx)
               if lnk-return-date > ws-reg-last-returned (reg-idx)
                   move lnk-return-date to ws-reg-last-returned (reg-idx)
               end-if
               move lnk-letter-type to ws-reg-letter-type (reg-idx)
               move lnk-return-reason to ws-reg-reason (reg-idx)
               set lnk-register-returned-again to true
           else
               if ws-register-count equal 20000
                   set lnk-register-file-error to true
                   goback
               end-if
               add 1 to ws-register-count
               set reg-idx to ws-register-count
               move spaces to ws-reg-line (reg-idx)
               move lnk-party-type to ws-reg-party-type (reg-idx)
               move lnk-party-id to ws-reg-party-id (reg-idx)
               move "OPEN" to ws-reg-status (reg-idx)
               move lnk-return-date to ws-reg-first-returned (reg-idx)
               move lnk-return-date to ws-reg-last-returned (reg-idx)
               move 1 to ws-reg-returns (reg-idx)
               move lnk-letter-type to ws-reg-letter-type (reg-idx)
               move lnk-return-reason to ws-reg-reason (reg-idx)
               move 0 to ws-reg-cleared (reg-idx)
               set lnk-register-flagged to true
           end-if

           perform save-register
           if ws-register-status not equal "00"
               set lnk-register-file-error to true
           end-if
           goback.

      *>----------------------------------------------------------------
      *> clearMailUndeliverable - the address has been changed, so
      *>  the open return is closed and letters go out again.
      *>----------------------------------------------------------------
       clear-undeliverable section.
       entry "clearMailUndeliverable" using lnk-party-type,
                                            lnk-party-id,
                                            lnk-cleared-by,
                                            lnk-register-result.
           accept ws-today from date yyyymmdd
           perform load-register
           perform find-open-entry
           if not ws-open-found
               set lnk-register-not-open to true
               goback
           end-if

           move "CLEARED" to ws-reg-status (reg-idx)
           move ws-today to ws-reg-cleared (reg-idx)
           move lnk-cleared-by to ws-reg-cleared-by (reg-idx)
           perform save-register
           if ws-register-status equal "00"
               set lnk-register-cleared to true
           else
               set lnk-register-file-error to true
           end-if
           goback.

       find-open-entry section.
           move "N" to ws-open-found-flag
           set reg-idx to 1
           search ws-register-entry
               when reg-idx > ws-register-count
                   continue
               when ws-reg-party-type (reg-idx) equal lnk-party-type
                       and ws-reg-party-id (reg-idx) equal lnk-party-id
                       and ws-reg-is-open (reg-idx)
                   set ws-open-found to true
           end-search
           .

       load-register section.
           move 0 to ws-register-count
           open input register-file
           if ws-register-status equal "00"
               perform load-one-entry
                   until ws-register-status not equal "00"
                       or ws-register-count equal 20000
               close register-file
           end-if
           set ws-register-loaded to true
           .

       load-one-entry section.
           read register-file
           if ws-register-status equal "00"
               if reg-party-id is numeric
                   add 1 to ws-register-count
                   set reg-idx to ws-register-count
                   move register-record to ws-reg-line (reg-idx)
               end-if
           end-if
           .

       save-register section.
           open output register-file
           if ws-register-status equal "00"
               perform save-one-entry
                   varying reg-idx from 1 by 1
                   until reg-idx > ws-register-count
               close register-file
           end-if
           .

       save-one-entry section.
           write register-record from ws-reg-line (reg-idx)
           .

       end program "mailReturnRegister".
