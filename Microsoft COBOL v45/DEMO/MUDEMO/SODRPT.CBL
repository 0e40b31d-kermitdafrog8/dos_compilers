      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     SODRPT.CBL                           *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Segregation-of-duties conflict report.  MUAUTHMX.DAT    *
      *  and the menu roles decide who may run what, one         *
      *  program at a time; MUSODRUL.DAT (see SODRULE.CPY)       *
      *  names the pairs no one operator should hold together.   *
      *  First, every active operator on MUUSERS.DAT whose role  *
      *  may run both programs of a pair - judged exactly as     *
      *  MUDEMO judges it, matrix first, then the roles on the   *
      *  menu lines.  Then, for a keyed date range, what was     *
      *  actually done: an operator who ran both programs of a   *
      *  pair on the same day (MUSESS.LOG), who changed the same *
      *  stock record under both (STOCKAUD.LST), and any         *
      *  adjustment approved or rejected by the operator who     *
      *  entered it (MUADJPND.DAT).  Output is SODRPT.LST.       *
      *                                                          *
      ************************************************************

       identification division.
       program-id. SODRPT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select rule-file assign "MUSODRUL.DAT"
                organization line sequential
                status rule-status.

           select auth-file assign "MUAUTHMX.DAT"
                organization line sequential
                status auth-status.

           select menu-file assign "MUMENUDF.DAT"
                organization line sequential
                status menu-status.

           select user-file assign "MUUSERS.DAT"
                organization indexed
                access dynamic
                record key user-id
                status user-status.

           select session-log assign "MUSESS.LOG"
                organization line sequential
                status sess-status.

           select audit-log assign "STOCKAUD.LST"
                organization line sequential
                status aud-status.

           select pending-file assign "MUADJPND.DAT"
                organization indexed
                access dynamic
                record key aj-number
                status adj-status.

           select sod-rpt assign "SODRPT.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  rule-file.
           copy sodrule.cpy.

       fd  auth-file.
       01  auth-line.
           03  auth-program             pic x(08).
           03  auth-roles               pic x(03).

       fd  menu-file.
       01  menu-def-line.
           03  md-menu-id               pic x(02).
           03  md-option                pic 9(02).
           03  md-description           pic x(30).
           03  md-action                pic x(08).
           03  md-target                pic x(02).
           03  md-roles                 pic x(03).
           03  md-uses-operator         pic x.

       fd  user-file.
           copy userrec.cpy.

       fd  session-log.
           copy sesslog.cpy.

       fd  audit-log.
           copy audrec.cpy.

       fd  pending-file.
           copy adjpend.cpy.

       fd  sod-rpt.
       01  sod-line                     pic x(80).
      /
       working-storage section.

       01  rule-status                  pic xx.
       01  auth-status                  pic xx.
       01  menu-status                  pic xx.
       01  user-status                  pic xx.
       01  sess-status                  pic xx.
       01  aud-status                   pic xx.
       01  adj-status                   pic xx.
       01  rpt-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  from-date                    pic 9(08).
       01  to-date                      pic 9(08).

       01  report-heading-1             pic x(80)
           value "STOCK CONTROL SYSTEM - SEGREGATION OF DUTIES REPORT".

      ***********************************************************
      * Conflict Rules, Authority Matrix and Menu Roles         *
      ***********************************************************

       01  rule-table.
           03  rule-entry               occurs 50 times.
               05  rl-tbl-program-a     pic x(08).
               05  rl-tbl-program-b     pic x(08).
               05  rl-tbl-desc          pic x(30).

       01  rule-count                   pic 9(02) comp value 0.
       01  rule-subscript               pic 9(02) comp value 0.

       01  auth-table.
           03  auth-entry               occurs 50 times.
               05  auth-tbl-program     pic x(08).
               05  auth-tbl-roles       pic x(03).

       01  auth-count                   pic 9(02) comp value 0.
       01  auth-subscript               pic 9(02) comp value 0.

       01  menu-table.
           03  menu-entry               occurs 300 times.
               05  mn-tbl-action        pic x(08).
               05  mn-tbl-roles         pic x(03).

       01  menu-count                   pic 9(03) comp value 0.
       01  menu-subscript               pic 9(03) comp value 0.

       01  ws-check-role                pic x.
       01  ws-check-program             pic x(08).

       01  role-switch                  pic x.
           88  role-may-run                       value "Y".
       01  menu-seen-switch             pic x.
           88  program-on-menu                    value "Y".
       01  rule-program-switch          pic x.
           88  program-in-rules                   value "Y".

      ***********************************************************
      *    One line per operator, program and day (session log)  *
      *    or operator, program and stock key (audit trail) -    *
      *    only for programs some rule names.                    *
      ***********************************************************

       01  activity-table.
           03  act-entry                occurs 500 times.
               05  act-tbl-operator     pic x(08).
               05  act-tbl-program      pic x(08).
               05  act-tbl-ref          pic x(10).

       01  activity-count               pic 9(03) comp value 0.
       01  activity-subscript           pic 9(03) comp value 0.
       01  pair-subscript               pic 9(03) comp value 0.

       01  ws-act-operator              pic x(08).
       01  ws-act-program               pic x(08).
       01  ws-act-ref                   pic x(10).
       01  ws-ref-date                  pic 9(08).
       01  ws-ref-label                 pic x(06).

       01  operators-checked            pic 9(05) value 0.
       01  authority-conflicts          pic 9(05) value 0.
       01  activity-conflicts           pic 9(05) value 0.
       01  self-approvals               pic 9(05) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "SODRPT - segregation of duties conflicts".
           display "From date (YYYYMMDD) : ".
           accept from-date.
           display "To date   (YYYYMMDD) : ".
           accept to-date.

           perform load-rules thru load-rules-exit.
           if rule-count = 0
               display "No conflict rules on MUSODRUL.DAT"
               go to endit.
           perform load-auth-matrix thru load-auth-matrix-exit.
           perform load-menu-roles thru load-menu-roles-exit.

           open output sod-rpt.
           if rpt-status not = "00"
               display "Unable to open SODRPT.LST - status "
                       rpt-status
               go to endit.

           move report-heading-1 to sod-line.
           write sod-line.
           move spaces to sod-line.
           write sod-line.

           perform report-authority thru report-authority-exit.
           perform report-sessions thru report-sessions-exit.
           perform report-audit thru report-audit-exit.
           perform report-adjustments thru report-adjustments-exit.

           close sod-rpt.
           display "Operators checked       : " operators-checked.
           display "Authority conflicts     : " authority-conflicts.
           display "Both halves done        : " activity-conflicts.
           display "Self-approved adjustmts : " self-approvals.

       endit.
           goback.

      ***********************************************************
      * Loading the Tables                                      *
      ***********************************************************

       load-rules.
           move 0 to rule-count.
           open input rule-file.
           if rule-status not = "00"
               go to load-rules-exit.

       load-rules-read.
           read rule-file
               at end
                   go to load-rules-close.
           if sod-program-a = spaces or sod-program-b = spaces
               go to load-rules-read.
           if rule-count < 50
               add 1 to rule-count
               move sod-program-a to rl-tbl-program-a(rule-count)
               move sod-program-b to rl-tbl-program-b(rule-count)
               move sod-description to rl-tbl-desc(rule-count).
           go to load-rules-read.

       load-rules-close.
           close rule-file.

       load-rules-exit.
           exit.

       load-auth-matrix.
           move 0 to auth-count.
           open input auth-file.
           if auth-status not = "00"
               go to load-auth-matrix-exit.

       load-auth-matrix-read.
           read auth-file
               at end
                   go to load-auth-matrix-close.
           if auth-count < 50
               add 1 to auth-count
               move auth-program to auth-tbl-program(auth-count)
               move auth-roles to auth-tbl-roles(auth-count).
           go to load-auth-matrix-read.

       load-auth-matrix-close.
           close auth-file.

       load-auth-matrix-exit.
           exit.

       load-menu-roles.
           move 0 to menu-count.
           open input menu-file.
           if menu-status not = "00"
               go to load-menu-roles-exit.

       load-menu-roles-read.
           read menu-file
               at end
                   go to load-menu-roles-close.
           if md-action = spaces or md-action = "MENU    "
               go to load-menu-roles-read.
           if menu-count < 300
               add 1 to menu-count
               move md-action to mn-tbl-action(menu-count)
               move md-roles to mn-tbl-roles(menu-count).
           go to load-menu-roles-read.

       load-menu-roles-close.
           close menu-file.

       load-menu-roles-exit.
           exit.

      ***********************************************************
      *    The same two tests MUDEMO makes before it CALLs a     *
      *    program: the matrix restricts the programs it names,  *
      *    and a program on the menu is open only through a line *
      *    whose roles are blank or include the role.            *
      ***********************************************************

       check-role-program.
           move "Y" to role-switch.
           move 0 to auth-subscript.

       check-role-program-matrix.
           if auth-subscript >= auth-count
               go to check-role-program-menu.
           add 1 to auth-subscript.
           if auth-tbl-program(auth-subscript) not = ws-check-program
               go to check-role-program-matrix.
           move "N" to role-switch.
           if ws-check-role not = space
               if auth-tbl-roles(auth-subscript) (1:1) = ws-check-role
                   or auth-tbl-roles(auth-subscript) (2:1)
                       = ws-check-role
                   or auth-tbl-roles(auth-subscript) (3:1)
                       = ws-check-role
                   move "Y" to role-switch.
           if not role-may-run
               go to check-role-program-exit.

       check-role-program-menu.
           move "N" to menu-seen-switch.
           move 0 to menu-subscript.

       check-role-program-menu-scan.
           if menu-subscript >= menu-count
               go to check-role-program-menu-done.
           add 1 to menu-subscript.
           if mn-tbl-action(menu-subscript) not = ws-check-program
               go to check-role-program-menu-scan.
           move "Y" to menu-seen-switch.
           if mn-tbl-roles(menu-subscript) = spaces
               go to check-role-program-exit.
           if ws-check-role not = space
               if mn-tbl-roles(menu-subscript) (1:1) = ws-check-role
                   or mn-tbl-roles(menu-subscript) (2:1)
                       = ws-check-role
                   or mn-tbl-roles(menu-subscript) (3:1)
                       = ws-check-role
                   go to check-role-program-exit.
           go to check-role-program-menu-scan.

       check-role-program-menu-done.
           if program-on-menu
               move "N" to role-switch.

       check-role-program-exit.
           exit.

      ***********************************************************
      * Operators Whose Authority Spans a Conflict              *
      ***********************************************************

       report-authority.
           move "Operators authorized for both halves of a conflict"
               to sod-line.
           write sod-line.
           open input user-file.
           if user-status not = "00"
               move "  Operator master not available" to sod-line
               write sod-line
               go to report-authority-exit.
           move low-values to user-id.
           start user-file key not less than user-id.
           if user-status not = "00"
               go to report-authority-close.

       report-authority-read.
           read user-file next record
               at end
                   go to report-authority-close
           end-read.
           if not user-active
               go to report-authority-read.
           add 1 to operators-checked.
           move user-role to ws-check-role.
           move 0 to rule-subscript.

       report-authority-rules.
           if rule-subscript >= rule-count
               go to report-authority-read.
           add 1 to rule-subscript.
           move rl-tbl-program-a(rule-subscript) to ws-check-program.
           perform check-role-program thru check-role-program-exit.
           if not role-may-run
               go to report-authority-rules.
           move rl-tbl-program-b(rule-subscript) to ws-check-program.
           perform check-role-program thru check-role-program-exit.
           if not role-may-run
               go to report-authority-rules.
           add 1 to authority-conflicts.
           move spaces to sod-line.
           string "  " user-id " role " user-role " "
                   rl-tbl-program-a(rule-subscript) " + "
                   rl-tbl-program-b(rule-subscript) " "
                   rl-tbl-desc(rule-subscript)
                   delimited by size into sod-line.
           write sod-line.
           go to report-authority-rules.

       report-authority-close.
           close user-file.

       report-authority-exit.
           exit.

      ***********************************************************
      * Both Halves Run the Same Day (MUSESS.LOG)               *
      ***********************************************************

       report-sessions.
           move spaces to sod-line.
           write sod-line.
           move "Operators who ran both halves on the same day"
               to sod-line.
           write sod-line.
           move 0 to activity-count.
           open input session-log.
           if sess-status not = "00"
               move "  Session log not available" to sod-line
               write sod-line
               go to report-sessions-exit.
           move "N" to end-of-file-switch.

       report-sessions-read.
           if end-of-file
               go to report-sessions-close.
           read session-log
               at end
                   move "Y" to end-of-file-switch
                   go to report-sessions-read
           end-read.
           if not sess-event-start
               go to report-sessions-read.
           if sess-date < from-date or sess-date > to-date
               go to report-sessions-read.
           move sess-operator-id to ws-act-operator.
           move sess-program-id to ws-act-program.
           move sess-date to ws-ref-date.
           move ws-ref-date to ws-act-ref.
           perform record-activity thru record-activity-exit.
           go to report-sessions-read.

       report-sessions-close.
           close session-log.
           move "date  " to ws-ref-label.
           perform match-activity thru match-activity-exit.

       report-sessions-exit.
           exit.

      ***********************************************************
      * Both Halves on the Same Stock Record (STOCKAUD.LST)     *
      ***********************************************************

       report-audit.
           move spaces to sod-line.
           write sod-line.
           move "Operators who changed a stock record under both"
               to sod-line.
           write sod-line.
           move 0 to activity-count.
           open input audit-log.
           if aud-status not = "00"
               move "  Audit trail not available" to sod-line
               write sod-line
               go to report-audit-exit.
           move "N" to end-of-file-switch.

       report-audit-read.
           if end-of-file
               go to report-audit-close.
           read audit-log
               at end
                   move "Y" to end-of-file-switch
                   go to report-audit-read
           end-read.
           if aud-date < from-date or aud-date > to-date
               go to report-audit-read.
           move aud-operator-id to ws-act-operator.
           move aud-program to ws-act-program.
           if aud-after-image (1:10) = spaces
               move aud-before-image (1:10) to ws-act-ref
           else
               move aud-after-image (1:10) to ws-act-ref.
           perform record-activity thru record-activity-exit.
           go to report-audit-read.

       report-audit-close.
           close audit-log.
           move "stock " to ws-ref-label.
           perform match-activity thru match-activity-exit.

       report-audit-exit.
           exit.

      ***********************************************************
      * Activity Table and Pair Matching                        *
      ***********************************************************

       record-activity.
           move "N" to rule-program-switch.
           move 0 to rule-subscript.

       record-activity-rules.
           if rule-subscript >= rule-count
               go to record-activity-check.
           add 1 to rule-subscript.
           if rl-tbl-program-a(rule-subscript) = ws-act-program
                   or rl-tbl-program-b(rule-subscript) = ws-act-program
               move "Y" to rule-program-switch
               go to record-activity-check.
           go to record-activity-rules.

       record-activity-check.
           if not program-in-rules
               go to record-activity-exit.
           move 0 to activity-subscript.

       record-activity-scan.
           if activity-subscript >= activity-count
               go to record-activity-add.
           add 1 to activity-subscript.
           if act-tbl-operator(activity-subscript) = ws-act-operator
                   and act-tbl-program(activity-subscript)
                       = ws-act-program
                   and act-tbl-ref(activity-subscript) = ws-act-ref
               go to record-activity-exit.
           go to record-activity-scan.

       record-activity-add.
           if activity-count >= 500
               go to record-activity-exit.
           add 1 to activity-count.
           move ws-act-operator to act-tbl-operator(activity-count).
           move ws-act-program to act-tbl-program(activity-count).
           move ws-act-ref to act-tbl-ref(activity-count).

       record-activity-exit.
           exit.

       match-activity.
           move 0 to activity-subscript.

       match-activity-next.
           if activity-subscript >= activity-count
               go to match-activity-exit.
           add 1 to activity-subscript.
           move 0 to rule-subscript.

       match-activity-rules.
           if rule-subscript >= rule-count
               go to match-activity-next.
           add 1 to rule-subscript.
           if rl-tbl-program-a(rule-subscript)
                   not = act-tbl-program(activity-subscript)
               go to match-activity-rules.
           move 0 to pair-subscript.

       match-activity-pair.
           if pair-subscript >= activity-count
               go to match-activity-rules.
           add 1 to pair-subscript.
           if act-tbl-operator(pair-subscript)
                   not = act-tbl-operator(activity-subscript)
                   or act-tbl-ref(pair-subscript)
                       not = act-tbl-ref(activity-subscript)
                   or act-tbl-program(pair-subscript)
                       not = rl-tbl-program-b(rule-subscript)
               go to match-activity-pair.
           add 1 to activity-conflicts.
           move spaces to sod-line.
           string "  " act-tbl-operator(activity-subscript) " "
                   ws-ref-label act-tbl-ref(activity-subscript) " "
                   rl-tbl-program-a(rule-subscript) " + "
                   rl-tbl-program-b(rule-subscript) " "
                   rl-tbl-desc(rule-subscript)
                   delimited by size into sod-line.
           write sod-line.
           go to match-activity-rules.

       match-activity-exit.
           exit.

      ***********************************************************
      * Adjustments Decided by Their Own Requester              *
      ***********************************************************

       report-adjustments.
           move spaces to sod-line.
           write sod-line.
           move "Adjustments approved or rejected by the requester"
               to sod-line.
           write sod-line.
           open input pending-file.
           if adj-status not = "00"
               move "  Pending adjustment file not available"
                   to sod-line
               write sod-line
               go to report-adjustments-exit.
           move low-values to aj-number.
           start pending-file key not less than aj-number.
           if adj-status not = "00"
               go to report-adjustments-close.

       report-adjustments-read.
           read pending-file next record
               at end
                   go to report-adjustments-close
           end-read.
           if aj-pending
               go to report-adjustments-read.
           if aj-request-date < from-date or aj-request-date > to-date
               go to report-adjustments-read.
           if aj-approver = spaces
                   or aj-approver not = aj-operator-id
               go to report-adjustments-read.
           add 1 to self-approvals.
           move spaces to sod-line.
           string "  " aj-operator-id " adjustment " aj-number
                   " stock " aj-stock-key " requested "
                   aj-request-date " status " aj-status-flag
                   delimited by size into sod-line.
           write sod-line.
           go to report-adjustments-read.

       report-adjustments-close.
           close pending-file.

       report-adjustments-exit.
           exit.
