      $set sourceformat"variable"
      *>--------------------------------------------------------------
      *> collectionsPromise - collector-keyed promises to pay.
      *>
      *>  recordPromiseToPay holds what a collector has agreed with a
      *>  customer in collections - a one-off promise (type P) or a
      *>  payment arrangement (type A) - on CollectionsPromises.txt:
      *>    customer-id(1-9) type(11) amount(13-24, 2 decimals)
      *>    promise-date(26-33) collector(35-54) recorded(56-63)
      *>    status(65-72) resolved(74-81) source(83) loan-no(85-98)
      *>  A promise is made on one collections case - the customer's
      *>  credit case (source C) or one of their delinquent loans
      *>  (source L, with the loan number), as the case is keyed on
      *>  CollectionsStages.txt. A promise is OPEN until its date;
      *>  collectionsWorkflow holds that case's stage still while it
      *>  is open, and on the promise date marks it KEPT (the case is
      *>  off tonight's list) or BROKEN (escalated there and then).
      *>  Lines written before promises carried the case have a
      *>  blank source and are taken as the credit case.
      *>
      *>  One open promise per case: a second is turned back rather
      *>  than stacked, and a promise must fall after today and be
      *>  for a non-zero amount.
      *>--------------------------------------------------------------
       program-id. "collectionsPromise".
       environment division.
       input-output section.
       file-control.
           select promise-file     assign to "CollectionsPromises.txt"
                   organization is line sequential
                   file status  is ws-promise-status.

       data division.
       file section.
       fd  promise-file.
       01  promise-record.
           03 prm-custid               pic 9(9).
           03                          pic x.
           03 prm-type                 pic x.
           03                          pic x.
           03 prm-amount               pic 9(10)v99.
           03                          pic x.
           03 prm-promise-date         pic 9(8).
           03                          pic x.
           03 prm-collector            pic x(20).
           03                          pic x.
           03 prm-recorded             pic 9(8).
           03                          pic x.
           03 prm-status               pic x(8).
           03                          pic x.
           03 prm-resolved             pic 9(8).
           03                          pic x.
           03 prm-source               pic x.
           03                          pic x.
           03 prm-loan-no              pic x(14).

       working-storage section.
       01 ws-promise-status            pic xx.
       01 ws-today                     pic 9(8).
       01 ws-open-found-flag           pic x.
           88 ws-open-found                value "Y".
       01 ws-case-source               pic x.
       01 ws-case-loan-no              pic x(14).

       linkage section.
       01 lnk-customer-id              pic 9(9).
       01 lnk-promise-type             pic x.
           88 lnk-promise-to-pay           value "P".
           88 lnk-payment-arrangement      value "A".
       01 lnk-promise-amount           pic 9(10)v99.
       01 lnk-promise-date             pic 9(8).
       01 lnk-collector-id             pic x(20).

      *> the case promised on: C the credit case, L a loan (and
      *>  which one), as collectionsWorkflow stages them.
       01 lnk-case-source              pic x.
           88 lnk-credit-case              value "C".
           88 lnk-loan-case                value "L".
       01 lnk-loan-no                  pic x(14).

      *> lets the collector's screen say why a promise was not taken.
       01 lnk-promise-result           pic x.
           88 lnk-promise-ok               value "0".
           88 lnk-promise-duplicate        value "D".
           88 lnk-promise-invalid          value "V".
           88 lnk-promise-file-error       value "E".

       procedure division using lnk-customer-id,
                                lnk-promise-type,
                                lnk-promise-amount,
                                lnk-promise-date,
                                lnk-collector-id,
                                lnk-case-source,
                                lnk-loan-no,
                                lnk-promise-result.

      *>----------------------------------------------------------------
      *> recordPromiseToPay - validates the promise and appends it as
      *>  OPEN; that case's collections stage pauses from the next
      *>  collectionsWorkflow run.
      *>----------------------------------------------------------------
       record-promise section.
       entry "recordPromiseToPay" using lnk-customer-id,
                                        lnk-promise-type,
                                        lnk-promise-amount,
                                        lnk-promise-date,
                                        lnk-collector-id,
                                        lnk-case-source,
                                        lnk-loan-no,
                                        lnk-promise-result.
           accept ws-today from date yyyymmdd
           if not lnk-promise-to-pay and not lnk-payment-arrangement
               set lnk-promise-invalid to true
               goback
           end-if
           if lnk-promise-amount not > 0
                   or lnk-promise-date not > ws-today
                   or lnk-collector-id equal spaces
               set lnk-promise-invalid to true
               goback
           end-if
           evaluate true
               when lnk-credit-case
                   move "C" to ws-case-source
                   move spaces to ws-case-loan-no
               when lnk-loan-case and lnk-loan-no not equal spaces
                   move "L" to ws-case-source
                   move lnk-loan-no to ws-case-loan-no
               when other
                   set lnk-promise-invalid to true
                   goback
           end-evaluate

           perform find-open-promise
           if ws-open-found
               set lnk-promise-duplicate to true
               goback
           end-if

           open extend promise-file
           if ws-promise-status not equal "00"
               open output promise-file
           end-if
           if ws-promise-status not equal "00"
               set lnk-promise-file-error to true
               goback
           end-if
           move spaces to promise-record
           move lnk-customer-id to prm-custid
           move lnk-promise-type to prm-type
           move lnk-promise-amount to prm-amount
           move lnk-promise-date to prm-promise-date
           move lnk-collector-id to prm-collector
           move ws-today to prm-recorded
           move "OPEN" to prm-status
           move 0 to prm-resolved
           move ws-case-source to prm-source
           move ws-case-loan-no to prm-loan-no
           write promise-record
           close promise-file
           set lnk-promise-ok to true
           goback.

       find-open-promise section.
           move "N" to ws-open-found-flag
           open input promise-file
           if ws-promise-status equal "00"
               perform check-one-promise
                   until ws-promise-status not equal "00"
                       or ws-open-found
               close promise-file
           end-if
           .

       check-one-promise section.
           read promise-file
           if ws-promise-status equal "00"
               if prm-source not equal "L"
                   move "C" to prm-source
                   move spaces to prm-loan-no
               end-if
               if prm-custid equal lnk-customer-id
                       and prm-source equal ws-case-source
                       and prm-loan-no equal ws-case-loan-no
                       and prm-status equal "OPEN"
                   set ws-open-found to true
               end-if
           end-if
           .

       end program "collectionsPromise".
