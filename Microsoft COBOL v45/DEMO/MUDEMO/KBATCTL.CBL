      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     KBATCTL.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Keyed batch control for the supervisor.  R prints every *
      *  batch still open on MUKEYBAT.DAT (see KEYBAT.CPY) to    *
      *  KBATCTL.LST - who opened it and when, the slip count    *
      *  and quantity declared against what STOCKRCV or STOCKISS *
      *  has keyed so far, the difference, and whether it is     *
      *  out of balance or balanced and simply not yet closed.   *
      *  A corrects the declared figures of an open batch when   *
      *  it was the count on the header that was wrong, not the  *
      *  keying; the batch still closes only from the keying     *
      *  program once the figures agree.  Supervisors only, off  *
      *  MUSUPVR.DAT.                                            *
      *                                                          *
      ************************************************************

       identification division.
       program-id. KBATCTL.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select key-batch-file assign "MUKEYBAT.DAT"
                organization indexed
                access dynamic
                record key kb-batch-number
                status kbt-status.

           select batch-rpt assign "KBATCTL.LST"
                organization line sequential
                status rpt-status.

           select supv-file assign "MUSUPVR.DAT"
                organization line sequential
                status supv-status.
      /
       data division.

       file section.
       fd  key-batch-file.
           copy keybat.cpy.

       fd  batch-rpt.
       01  batch-line                   pic x(100).

       fd  supv-file.
       01  supv-line                    pic x(08).
      /
       working-storage section.

       01  kbt-status                   pic xx.
       01  rpt-status                   pic xx.
       01  supv-status                  pic xx.

       01  supv-ok-switch               pic x     value "N".
           88  supervisor-authorized              value "Y".

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  choice                       pic x.
       01  ws-supervisor-id             pic x(08) value spaces.
       01  ws-batch-number              pic x(06).
       01  ws-declared-count            pic 9(04).
       01  ws-declared-qty              pic 9(09)v9(03).
       01  ws-count-diff                pic s9(05).
       01  ws-qty-diff                  pic s9(09)v9(03).

       01  batches-open                 pic 9(05).
       01  batches-out                  pic 9(05).

       01  report-heading-1             pic x(100) value
           "STOCK CONTROL SYSTEM - OPEN AND OUT-OF-BALANCE KEYED BATCH
      -    "ES".

       01  report-heading-2             pic x(100) value
           "Batch  Program  Operator Opened   Declared         Keyed
      -    "         Slips   Quantity diff".

       01  detail-line.
           03  dl-batch-number          pic x(06).
           03  filler                   pic x(01).
           03  dl-program               pic x(08).
           03  filler                   pic x(01).
           03  dl-operator-id           pic x(08).
           03  filler                   pic x(01).
           03  dl-open-date             pic 9(08).
           03  filler                   pic x(01).
           03  dl-declared-count        pic zzz9.
           03  filler                   pic x(01).
           03  dl-declared-qty          pic z(08)9.999.
           03  filler                   pic x(01).
           03  dl-keyed-count           pic zzz9.
           03  filler                   pic x(01).
           03  dl-keyed-qty             pic z(08)9.999.
           03  filler                   pic x(01).
           03  dl-count-diff            pic -(04)9.
           03  filler                   pic x(01).
           03  dl-qty-diff              pic -(08)9.999.
           03  filler                   pic x(01).
           03  dl-flag                  pic x(12).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "KBATCTL - keyed batch control".
           display "Supervisor ID : ".
           accept ws-supervisor-id.
           perform check-supervisor thru check-supervisor-exit.
           if not supervisor-authorized
               display "Not on the supervisor list - batch control "
                       "is for supervisors"
               go to endit.
           open i-o key-batch-file.
           if kbt-status not = "00"
               display "No keyed batches on MUKEYBAT.DAT - status "
                       kbt-status
               go to endit.

       ent-ry.
           display "R-Open batch report  A-Amend declared totals  "
                   "Q-Quit : ".
           accept choice.
           evaluate choice
               when "R" when "r"
                   perform batch-report thru batch-report-exit
               when "A" when "a"
                   perform amend-batch thru amend-batch-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Open and Out-of-Balance Batch Report                    *
      ***********************************************************

       batch-report.
           open output batch-rpt.
           if rpt-status not = "00"
               display "Unable to open KBATCTL.LST - status "
                       rpt-status
               go to batch-report-exit.
           move report-heading-1 to batch-line.
           write batch-line.
           move spaces to batch-line.
           write batch-line.
           move report-heading-2 to batch-line.
           write batch-line.
           move 0 to batches-open.
           move 0 to batches-out.
           move spaces to detail-line.
           move "N" to end-of-file-switch.
           move low-values to kb-batch-number.
           start key-batch-file key not less than kb-batch-number.
           if kbt-status not = "00"
               go to batch-report-done.

       batch-report-read.
           if end-of-file
               go to batch-report-done.
           read key-batch-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to batch-report-read
           end-read.
           if not kb-open
               go to batch-report-read.
           add 1 to batches-open.
           compute ws-count-diff = kb-keyed-count - kb-declared-count.
           compute ws-qty-diff = kb-keyed-qty - kb-declared-qty.
           move kb-batch-number to dl-batch-number.
           move kb-program to dl-program.
           move kb-operator-id to dl-operator-id.
           move kb-open-date to dl-open-date.
           move kb-declared-count to dl-declared-count.
           move kb-declared-qty to dl-declared-qty.
           move kb-keyed-count to dl-keyed-count.
           move kb-keyed-qty to dl-keyed-qty.
           move ws-count-diff to dl-count-diff.
           move ws-qty-diff to dl-qty-diff.
           if ws-count-diff = 0 and ws-qty-diff = 0
               move "not closed" to dl-flag
           else
               move "OUT OF BAL" to dl-flag
               add 1 to batches-out.
           move detail-line to batch-line.
           write batch-line.
           go to batch-report-read.

       batch-report-done.
           move spaces to batch-line.
           write batch-line.
           move spaces to batch-line.
           string "Open batches " batches-open
                   "   out of balance " batches-out
                   delimited by size into batch-line.
           write batch-line.
           close batch-rpt.
           display "Open batches     : " batches-open.
           display "Out of balance   : " batches-out.

       batch-report-exit.
           exit.

      ***********************************************************
      * Correct the Declared Figures of an Open Batch           *
      ***********************************************************

       amend-batch.
           display "Batch number : ".
           move spaces to ws-batch-number.
           accept ws-batch-number.
           if ws-batch-number = spaces
               go to amend-batch-exit.
           move ws-batch-number to kb-batch-number.
           read key-batch-file.
           if kbt-status not = "00"
               display "Batch not found - status " kbt-status
               go to amend-batch-exit.
           if not kb-open
               display "Batch closed on " kb-closed-date
               go to amend-batch-exit.
           display "Batch " kb-batch-number " " kb-program
                   " opened " kb-open-date " by " kb-operator-id.
           display "  declared " kb-declared-count " slips, quantity "
                   kb-declared-qty.
           display "  keyed    " kb-keyed-count " slips, quantity "
                   kb-keyed-qty.
           move kb-declared-count to ws-declared-count.
           display "Declared slips [" kb-declared-count "] : ".
           accept ws-declared-count.
           move kb-declared-qty to ws-declared-qty.
           display "Declared quantity [" kb-declared-qty "] : ".
           accept ws-declared-qty.
           if ws-declared-count = 0 or ws-declared-qty = 0
               display "Declared figures cannot be zero - "
                       "not changed"
               go to amend-batch-exit.
           move ws-declared-count to kb-declared-count.
           move ws-declared-qty to kb-declared-qty.
           rewrite key-batch-record.
           if kbt-status = "00"
               display "Declared figures changed - the batch closes "
                       "from " kb-program " when they agree"
           else
               display "Unable to change batch - status " kbt-status.

       amend-batch-exit.
           exit.

      ***********************************************************
      * Supervisor Authority off MUSUPVR.DAT (see WRITEOFF)     *
      ***********************************************************

       check-supervisor.
           move "N" to supv-ok-switch.
           if ws-supervisor-id = spaces
               go to check-supervisor-exit.
           open input supv-file.
           if supv-status not = "00"
               go to check-supervisor-exit.

       check-supervisor-read.
           read supv-file
               at end
                   go to check-supervisor-close.
           if supv-line = ws-supervisor-id
               move "Y" to supv-ok-switch
               go to check-supervisor-close.
           go to check-supervisor-read.

       check-supervisor-close.
           close supv-file.

       check-supervisor-exit.
           exit.

       wrap-up.
           close key-batch-file.

       endit.
           goback.
