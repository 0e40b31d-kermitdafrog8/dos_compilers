      ************************************************************
      *                                                          *
      *                     ARWOPND.CPY                          *
      *                                                          *
      *  Record layout for the receivables write-off file        *
      *  (MUARWOPN.DAT).  An uncollectible invoice could only be *
      *  closed through CASHAPP with a made-up check.  A clerk   *
      *  now proposes the write-off through ARWOREQ - the open   *
      *  item, the amount (its whole remainder or less) and a    *
      *  reason - and it parks here pending.  A supervisor from  *
      *  MUSUPVR.DAT approves or rejects it with a note through  *
      *  ARWOAPPR, the ADJAPPR way; only on approval is the item *
      *  written down on MUARITEM.DAT, the type "W" write-off    *
      *  document filed, the bad debt posted through GLPOST and  *
      *  the write-off register ARWOREG.LST printed.  Small      *
      *  balances the supervisor clears in bulk are filed here   *
      *  already approved, so every write-off has a record.      *
      *                                                          *
      ************************************************************

       01  ar-writeoff-record.
           03  wo-number                         pic 9(05).
           03  wo-data.
               05  wo-customer-code              pic 9(04).
               05  wo-document-number            pic x(06).
               05  wo-amount                     pic 9(12)v99.
               05  wo-reason-code                pic 9(02).
                   88  wo-reason-valid           value 01 thru 05.
               05  wo-operator-id                pic x(08).
               05  wo-request-date               pic 9(08).
               05  wo-approver                   pic x(08).
               05  wo-note                       pic x(30).
               05  wo-posted-date                pic 9(08).
               05  wo-status-flag                pic x.
                   88  wo-pending                       value "P".
                   88  wo-approved                      value "A".
                   88  wo-rejected                      value "R".
