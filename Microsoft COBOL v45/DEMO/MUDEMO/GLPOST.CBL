      *  GLACTRPT can reconstruct it without rerunning old       *
      *  days.  The file is opened and closed per call; a        *
      *  history that cannot be written is reported but never    *
      *  stops the caller's posting.  Each line is stamped with  *
      *  the company chosen at MUDEMO sign-on (MUCURRCO.DAT) -   *
      *  blank when the suite runs single-company.  A line dated *
      *  in a fiscal year GLCLOSE has closed for the company     *
      *  (MUGLCLOS.DAT) is refused and reported.                 *
      *  A caller charging a cost center - POMAINT's non-stock   *
      *  receipts - CALLs the GLPOSTCC entry instead, handing    *
      *  the center after the line; it lands on the history      *
      *  with the line.  GLPOST itself posts with none.          *
      *                                                          *
      ************************************************************

                access dynamic
                record key gh-key
                status file-status.

           select current-co-file assign "MUCURRCO.DAT"
                organization line sequential
                status cur-co-status.

           select closed-file assign "MUGLCLOS.DAT"
                organization line sequential
                status cls-status.
      /
       data division.

       file section.
       fd  history-file.
           copy glhist.cpy.

       fd  current-co-file.
       01  current-co-line              pic x(02).

       fd  closed-file.
           copy glclosed.cpy.
      /
       working-storage section.

           03  status-1                 pic x.
           03  status-2                 pic x.

       01  cur-co-status                pic xx.
       01  ws-current-company           pic x(02) value spaces.
       01  cls-status                   pic xx.
       01  ws-closed-period             pic 9(06) value 0.
       01  ws-cost-center               pic x(04) value spaces.

       01  ws-date-split.
           03  ws-ds-year               pic 9(04).
           03  ws-ds-month              pic 9(02).
           03  pj-amount                pic 9(12)v99.
           03  pj-source                pic x(10).

       01  posted-cost-center           pic x(04).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division using posted-journal-line.
       main.
           move spaces to ws-cost-center.
           go to post-line.

       entry "GLPOSTCC" using posted-journal-line
                              posted-cost-center.
           move posted-cost-center to ws-cost-center.

       post-line.
           open i-o history-file.
           if status-1 not = "0"
               open output history-file
           move pj-dr-cr to gh-dr-cr.
           move pj-amount to gh-amount.
           move pj-source to gh-source.
           move ws-cost-center to gh-cost-center.
           perform read-current-company
                   thru read-current-company-exit.
           move ws-current-company to gh-company.
           perform read-closed-period thru read-closed-period-exit.
           if gh-period not > ws-closed-period
               display "GLPOST - period " gh-period " is closed for "
                       "company " gh-company " - " pj-source " "
                       pj-account " not posted"
               close history-file
               go to endit.

      *    Two lines on the same account and period collide on
      *    the key - the next sequence number breaks the tie.

       endit.
           exit program.

      ***********************************************************
      *     Current Company (chosen at MUDEMO sign-on)           *
      ***********************************************************

       read-current-company.
           move spaces to ws-current-company.
           open input current-co-file.
           if cur-co-status not = "00"
               go to read-current-company-exit.
           read current-co-file
               at end
                   go to read-current-company-close.
           move current-co-line to ws-current-company.

       read-current-company-close.
           close current-co-file.

       read-current-company-exit.
           exit.

      ***********************************************************
      *     Last Period Closed by GLCLOSE for the Company        *
      ***********************************************************

       read-closed-period.
           move 0 to ws-closed-period.
           open input closed-file.
           if cls-status not = "00"
               go to read-closed-period-exit.

       read-closed-period-read.
           read closed-file
               at end
                   go to read-closed-period-close.
           if gc-company not = ws-current-company
               go to read-closed-period-read.
           move gc-closed-period to ws-closed-period.

       read-closed-period-close.
           close closed-file.

       read-closed-period-exit.
           exit.
