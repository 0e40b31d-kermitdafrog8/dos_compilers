      ************************************************************
      *                                                          *
      *                     COLLNOTE.CPY                         *
      *                                                          *
      *  Record layout for the collections notes file            *
      *  (MUCOLNOT.DAT).  CASHAPP stamps a short-pay reason on   *
      *  an open item but nothing recorded who called the        *
      *  customer, what they promised or when to call back.      *
      *  COLLECT files one note per contact, keyed by customer,  *
      *  date and a tie-breaking sequence, stamped with the      *
      *  collector.  A note may carry a promise to pay - amount  *
      *  and date - which COLLWRK's daily worklist marks kept    *
      *  once CASHAPP has applied cash for the customer between  *
      *  the note and the promised date, or broken when the date *
      *  passes with none.                                       *
      *                                                          *
      ************************************************************

       01  collection-note-record.
           03  cn-key.
               05  cn-customer-code              pic 9(04).
               05  cn-date                       pic 9(08).
               05  cn-seq                        pic 9(03).
           03  cn-data.
               05  cn-collector                  pic x(08).
               05  cn-contact                    pic x(20).
               05  cn-note-text                  pic x(60).
               05  cn-callback-date              pic 9(08).
               05  cn-promise-amount             pic 9(10)v99.
               05  cn-promise-date               pic 9(08).
               05  cn-promise-status             pic x.
                   88  cn-no-promise                    value " ".
                   88  cn-promise-open                  value "O".
                   88  cn-promise-kept                  value "K".
                   88  cn-promise-broken                value "B".
