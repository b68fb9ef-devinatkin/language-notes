      *                    missing or silent procdate falls back to
      *                    the clock with no calendar loaded, and
      *                    the date used is echoed to sysout.
      *    2026-10-15 dla  duplicate check ahead of the add - a
      *                    branch transaction with the same account,
      *                    code, transaction date, and amount as one
      *                    already accepted this run (any branch) or
      *                    one posted to tranhist within the
      *                    dup-window-days run parm (default 5, 0
      *                    turns the history search off) is held on
      *                    the duplicate-review file (duprevw, the
      *                    reject record layout plus the branch and
      *                    posting date of the copy it matched)
      *                    instead of going to validout.  the held
      *                    amount is kept out of the computed total
      *                    and shown as a reconciling item, so the
      *                    run still balances against the branch
      *                    control totals, and the run ends rc=4.
      *                    an operator releases a genuine item
      *                    through the reject recycle (rejrecyc),
      *                    which re-emits it with the release flag
      *                    (column 40) that bypasses the check.
      *                    validout now carries the branch
      *                    identifier so posttran can keep it on
      *                    history.
      *    2026-10-15 dla  the transaction reference number brconsol
      *                    stamps (columns 41-56) is carried through
      *                    validout, the reject record, and the
      *                    duplicate-review record, and printed on
      *                    the register.  the reject and duplicate-
      *                    review records grow to 120 bytes to hold
      *                    it.  new reversal code "r" names the
      *                    reference of a posted transaction (columns
      *                    57-72).  reversals are held back until the
      *                    rest of the file is edited, then checked
      *                    against tranhist in one pass: the original
      *                    must be on history, must not itself be a
      *                    reversal, must not already be reversed
      *                    (on history or by an earlier "r" this
      *                    run), and must match the reversal's
      *                    account and amount.  an accepted reversal
      *                    goes to validout with the original's
      *                    reference and code, so posttran can post
      *                    the exact opposite.  reversals are not put
      *                    through the duplicate check.
      *    2026-10-15 dla  tranhist is now keyed on account and
      *                    transaction date (see tranhrec).  the
      *                    duplicate check no longer loads the window
      *                    into a table - each branch transaction
      *                    dated inside the window reads just the
      *                    history for its own account and date.  a
      *                    reversal's original is looked up in the
      *                    reversal's own account's history, so an
      *                    original posted to another account is
      *                    reported as not on history.
      *    2026-10-15 dla  the run now records itself on the stream
      *                    step-control dataset (jobctl, shared jobcrec
      *                    copybook) - started as it begins, complete
      *                    when it ends rc=4 or lower.  when the stream
      *                    is resubmitted for a business date on which
      *                    main is already complete, the run does no
      *                    work and ends rc=1, so validout, rejects and
      *                    duprevw from the completed run stand; a
      *                    jobctl override card re-opens the step.
      *    2026-10-15 dla  review fix: dropped the reversal account
      *                    mismatch edit.  the original is read from
      *                    the reversal's own account's history, so
      *                    it can never carry another account - such
      *                    a reversal is rejected as original not on
      *                    history.
      *****************************************************************
       environment division.
       input-output section.
               organization is sequential.
           select optional run-parm-file assign to "RUNPARM"
               organization is sequential.
           select dup-review-file assign to "DUPREVW"
               organization is sequential.
           select optional hist-file assign to "TRANHIST"
               organization is indexed
               access mode is dynamic
               record key is HST-KEY.
           select optional job-control-file assign to "JOBCTL"
               organization is indexed
               access mode is dynamic
               record key is JCT-KEY.
           select sort-file assign to "SORTWK".

       data division.
               88  trans-code-debit    value "D".
               88  trans-code-credit   value "C".
               88  trans-code-adjust   value "A".
               88  trans-code-reversal value "R".
               88  trans-code-valid    value "D" "C" "A" "R".
           05  trans-account           pic x(09).
           05  trans-date              pic x(08).
           05  trans-branch-id         pic x(02).
           05  trans-check-digit       pic x(01).
           05  trans-dup-release       pic x(01).
               88  trans-dup-released  value "R".
           05  trans-reference         pic x(16).
           05  trans-orig-reference    pic x(16).
           05  filler                  pic x(08).

       fd  primes-file
           label records are standard.
           05  val-code                pic x(01).
           05  val-date                pic x(08).
           05  val-amount              pic s9(9) comp-5.
           05  val-branch-id           pic x(02).
           05  val-reference           pic x(16).
           05  val-orig-reference      pic x(16).
           05  val-orig-code           pic x(01).
           05  filler                  pic x(23).

       fd  reject-file
           label records are standard.
           05  rej-branch-id           pic x(02).
           05  rej-check-digit         pic x(01).
           05  filler                  pic x(11).
           05  rej-reference           pic x(16).
           05  rej-orig-reference      pic x(16).
           05  filler                  pic x(08).

       fd  audit-log-file
           label records are standard.
           label records are standard.
       copy PROCDATE.

      *    a suspected duplicate is the reject record layout with the
      *    branch and (for a history match) posting date of the copy
      *    it matched in the tail.
       fd  dup-review-file
           label records are standard.
       01  dup-review-record.
           05  dup-first-number-raw    pic x(09).
           05  dup-second-number-raw   pic x(09).
           05  dup-reason              pic x(30).
           05  dup-trans-code          pic x(01).
           05  dup-account             pic x(09).
           05  dup-trans-date          pic x(08).
           05  dup-branch-id           pic x(02).
           05  dup-check-digit         pic x(01).
           05  dup-match-source        pic x(01).
               88  dup-matched-today   value "T".
               88  dup-matched-history value "H".
           05  dup-match-branch-id     pic x(02).
           05  dup-match-run-date      pic x(08).
           05  dup-reference           pic x(16).
           05  dup-orig-reference      pic x(16).
           05  filler                  pic x(08).

       fd  hist-file
           label records are standard.
       copy TRANHREC.

       fd  job-control-file
           label records are standard.
       copy JOBCREC.

       sd  sort-file.
       01  sort-record.
           05  srt-account             pic x(09).
           05  srt-code                pic x(01).
           05  srt-date                pic x(08).
           05  srt-amount              pic s9(9) comp-5.
           05  srt-branch-id           pic x(02).
           05  srt-reference           pic x(16).
           05  srt-orig-reference      pic x(16).
           05  srt-orig-code           pic x(01).

       working-storage section.
           01 run-date pic x(08).
               88 proc-eof value "Y".
           01 busdate-switch pic x(1) value "N".
               88 busdate-found value "Y".
           01 step-clean-rc pic 9(4) comp value 4.
           01 step-prior-status pic x(1).
           01 step-done-switch pic x(1) value "N".
               88 step-already-done value "Y".
           01 trans-date-num pic 9(08).
           01 trans-date-int pic s9(9) comp.
           01 day-of-week-num pic 9(01).
           01 reg-page-no pic 9(3) comp value 0.
           01 reg-line-ct pic 9(4) comp value 0.
           01 lines-per-page pic 9(4) comp value 55.
           01 duplicate-count pic 9(7) comp value 0.
           01 duplicate-total pic s9(11) comp-5 value 0.
           01 dup-window-days pic 9(03) comp value 5.
           01 dup-cutoff-int pic s9(9) comp.
           01 dup-cutoff-num pic 9(08).
           01 dup-cutoff-date redefines dup-cutoff-num pic x(08).
           01 duplicate-switch pic x(1) value "N".
               88 duplicate-found value "Y".
           01 hist-eof-switch pic x(1) value "N".
               88 hist-eof value "Y".
           01 dup-ix pic 9(05) comp.
           01 dup-overflow-count pic 9(7) comp value 0.
           01 dup-match-branch-work pic x(02).
           01 dup-match-date-work pic x(08).
           01 dup-match-source-work pic x(01).
           01 today-count pic 9(05) comp value 0.
           01 today-limit pic 9(05) comp value 10000.
           01 today-table.
               05 today-entry occurs 10000 times.
                   10 today-account pic x(09).
                   10 today-code pic x(01).
                   10 today-date pic x(08).
                   10 today-amount pic s9(9) comp-5.
                   10 today-branch-id pic x(02).
           01 hist-account-work pic x(09).
           01 reversal-total pic s9(11) comp-5 value 0.
           01 rev-ix pic 9(03) comp.
           01 rev-jx pic 9(03) comp.
           01 rev-count pic 9(03) comp value 0.
           01 rev-limit pic 9(03) comp value 500.
           01 rev-table.
               05 rev-entry occurs 500 times.
                   10 rev-trans-image pic x(80).
                   10 rev-orig-reference pic x(16).
                   10 rev-found-switch pic x(01).
                       88 rev-found value "Y".
                   10 rev-hist-code pic x(01).
                   10 rev-hist-amount pic s9(9) comp-5.
                   10 rev-hist-reversed pic x(01).
                       88 rev-already-reversed value "Y".

      *    report line layouts
           01 rpt-title-line.
               05 filler pic x(22) value "TRANSACTIONS REJECTED.".
               05 rpt-reject-count pic zzz,zz9.
               05 filler pic x(41) value spaces.
           01 rpt-dup-count-line.
               05 filler pic x(10) value spaces.
               05 filler pic x(22) value "DUPLICATES HELD.......".
               05 rpt-dup-count pic zzz,zz9.
               05 filler pic x(41) value spaces.
           01 rpt-dup-total-line.
               05 filler pic x(10) value spaces.
               05 filler pic x(22) value "DUPLICATE AMOUNT HELD.".
               05 rpt-dup-total pic -(10)9.
               05 filler pic x(37) value spaces.
           01 rpt-dup-audit pic zzzz9.
           01 rpt-total-line.
               05 filler pic x(10) value spaces.
               05 filler pic x(22) value "COMPUTED TOTAL........".
               05 filler pic x(11) value "ACCOUNT".
               05 filler pic x(06) value "CODE".
               05 filler pic x(11) value "TRANS DATE".
               05 filler pic x(14) value "AMOUNT".
               05 filler pic x(16) value "REFERENCE".
               05 filler pic x(21) value spaces.
           01 reg-detail-line.
               05 filler pic x(02) value spaces.
               05 reg-det-account pic x(09).
               05 reg-det-date pic x(08).
               05 filler pic x(03) value spaces.
               05 reg-det-amount pic -(10)9.
               05 filler pic x(03) value spaces.
               05 reg-det-reference pic x(16).
               05 filler pic x(19) value spaces.
           01 reg-subtotal-line.
               05 filler pic x(02) value spaces.
               05 reg-sub-label pic x(22).

       procedure division.
           perform get-process-date.
           perform begin-step-control.
           perform load-run-parms.
           perform load-weights.
           if weight-count = 0
               stop run
           end-if.
           perform get-expected-total.
           perform load-dup-window.
           sort sort-file
               on ascending key srt-account
               input procedure is process-transactions
               output procedure is write-register.
           compute variance =
               running-total + duplicate-total - expected-total.
           move variance to abs-variance.
           if variance < 0
               compute abs-variance = 0 - variance
           end-if.
           if abs-variance <= balance-tolerance
               set run-balanced to true
               if duplicate-count > 0 or dup-overflow-count > 0
                   move 4 to return-code
               end-if
           else
               move 12 to return-code
           end-if.
           perform write-report.
           perform write-audit-log.
           perform end-step-control.
           stop run.

      *    business date and holiday calendar from the shop
           end-if.
           exit.

      *    a step already complete for this business date does no
      *    work - the stream has been resubmitted.  a step that
      *    started but did not finish clean, or that operations
      *    has re-opened with a jobctl override card, runs again.
       begin-step-control section.
           open i-o job-control-file.
           move run-date to JCT-BUS-DATE.
           move "MAIN" to JCT-STEP-NAME.
           read job-control-file
               invalid key
                   move spaces to JCT-STATUS
                   move 0 to JCT-RUN-COUNT
                   move spaces to JCT-OVERRIDE-OPER
                   move 0 to JCT-OVERRIDE-COUNT
           end-read.
           if JCT-COMPLETE
               set step-already-done to true
           else
               if JCT-OVERRIDE-OPEN
                   display "MAIN - RERUN UNDER OVERRIDE BY "
                       JCT-OVERRIDE-OPER
               end-if
               move JCT-STATUS to step-prior-status
               set JCT-STARTED to true
               accept JCT-START-DATE from date yyyymmdd
               accept JCT-START-TIME from time
               move spaces to JCT-END-DATE
               move spaces to JCT-END-TIME
               move 0 to JCT-RETURN-CODE
               add 1 to JCT-RUN-COUNT
               if step-prior-status = space
                   write JOB-CONTROL-RECORD
               else
                   rewrite JOB-CONTROL-RECORD
               end-if
           end-if.
           close job-control-file.
           if step-already-done
               display "MAIN - STEP ALREADY COMPLETE FOR BUSINESS "
                   "DATE " run-date " - SKIPPED"
               move 1 to return-code
               stop run
           end-if.
           exit.

       end-step-control section.
           open i-o job-control-file.
           move run-date to JCT-BUS-DATE.
           move "MAIN" to JCT-STEP-NAME.
           read job-control-file
               invalid key
                   display "MAIN - STEP CONTROL RECORD MISSING - "
                       "COMPLETION NOT RECORDED"
               not invalid key
                   if return-code > step-clean-rc
                       set JCT-ENDED-NOT-CLEAN to true
                   else
                       set JCT-COMPLETE to true
                   end-if
                   accept JCT-END-DATE from date yyyymmdd
                   accept JCT-END-TIME from time
                   move return-code to JCT-RETURN-CODE
                   rewrite JOB-CONTROL-RECORD
           end-read.
           close job-control-file.
           exit.

       load-run-parms section.
           open input run-parm-file.
           read run-parm-file
           display "MAIN - PAGE-DEPTH      " parm-echo.
           move weight-limit to parm-echo.
           display "MAIN - WEIGHT-LIMIT    " parm-echo.
           move dup-window-days to parm-echo.
           display "MAIN - DUP-WINDOW-DAYS " parm-echo.
           exit.

       apply-run-parm section.
                   else
                       perform report-bad-parm
                   end-if
               when "DUP-WINDOW-DAYS"
                   if prm-value is numeric
                           and prm-value-num <= 999
                       move prm-value-num to dup-window-days
                   else
                       perform report-bad-parm
                   end-if
               when other
                   continue
           end-evaluate.
           close control-file.
           exit.

      *    the oldest transaction date the duplicate check looks
      *    for on the posted history.
       load-dup-window section.
           if dup-window-days > 0
               move run-date to dup-cutoff-num
               compute dup-cutoff-int =
                   function integer-of-date(dup-cutoff-num)
                   - dup-window-days
               compute dup-cutoff-num =
                   function date-of-integer(dup-cutoff-int)
               display "MAIN - DUPLICATE WINDOW FROM " dup-cutoff-date
           else
               display "MAIN - DUPLICATE HISTORY SEARCH OFF"
           end-if.
           exit.

       process-transactions section.
           open input hist-file.
           open input trans-file.
           open output reject-file.
           open output dup-review-file.
           read trans-file
               at end set trans-eof to true
           end-read.
           perform until trans-eof
               perform validate-transaction
               if entry-valid and trans-code-reversal
                   perform table-reversal
               end-if
               if entry-valid and not trans-code-reversal
                   move trans-first-number to first-number
                   move trans-second-number to second-number
                   add first-number to second-number giving result
                   perform check-duplicate
                   if duplicate-found
                       perform log-duplicate-transaction
                   else
                       add result to running-total
                       add 1 to transaction-count
                       move trans-account to srt-account
                       move trans-code to srt-code
                       move trans-date to srt-date
                       move result to srt-amount
                       move trans-branch-id to srt-branch-id
                       move trans-reference to srt-reference
                       move spaces to srt-orig-reference
                       move space to srt-orig-code
                       release sort-record
                   end-if
               end-if
               if entry-invalid
                   perform log-rejected-transaction
                   add 1 to reject-count
               end-if
                   at end set trans-eof to true
               end-read
           end-perform.
           if rev-count > 0
               perform find-reversal-originals
               perform varying rev-ix from 1 by 1
                       until rev-ix > rev-count
                   perform edit-tabled-reversal
               end-perform
           end-if.
           close hist-file.
           close trans-file.
           close reject-file.
           close dup-review-file.
           exit.

      *    a branch transaction matching one already accepted this
      *    run, or one posted inside the window (read by key for the
      *    transaction's own account and date), is a suspected
      *    duplicate.  machine-built entries (blank branch - service
      *    charge, interest, suspense recycle) and items an operator
      *    released through the reject recycle are not tested.
      *    every accepted branch transaction joins the run's table
      *    so a later copy from any branch is caught.
       check-duplicate section.
           move "N" to duplicate-switch.
           if trans-branch-id not = spaces
                   and not trans-dup-released
               perform varying dup-ix from 1 by 1
                       until dup-ix > today-count or duplicate-found
                   if today-account(dup-ix) = trans-account
                           and today-code(dup-ix) = trans-code
                           and today-date(dup-ix) = trans-date
                           and today-amount(dup-ix) = result
                       set duplicate-found to true
                       move "T" to dup-match-source-work
                       move today-branch-id(dup-ix)
                           to dup-match-branch-work
                       move spaces to dup-match-date-work
                   end-if
               end-perform
               if dup-window-days > 0
                       and not duplicate-found
                       and trans-date not < dup-cutoff-date
                   perform search-history-duplicate
               end-if
           end-if.
           if trans-branch-id not = spaces and not duplicate-found
               if today-count < today-limit
                   add 1 to today-count
                   move trans-account to today-account(today-count)
                   move trans-code to today-code(today-count)
                   move trans-date to today-date(today-count)
                   move result to today-amount(today-count)
                   move trans-branch-id
                       to today-branch-id(today-count)
               else
                   if dup-overflow-count = 0
                       display "MAIN - RUN DUPLICATE TABLE FULL - "
                           "LATER ITEMS NOT TABLED"
                   end-if
                   add 1 to dup-overflow-count
               end-if
           end-if.
           exit.

       search-history-duplicate section.
           move "N" to hist-eof-switch.
           move low-values to HST-KEY.
           move trans-account to HST-ACCOUNT.
           move trans-date to HST-DATE.
           start hist-file key is not less than HST-KEY
               invalid key
                   set hist-eof to true
           end-start.
           perform until hist-eof or duplicate-found
               read hist-file next record
                   at end set hist-eof to true
               end-read
               if not hist-eof
                   if HST-ACCOUNT not = trans-account
                           or HST-DATE not = trans-date
                       set hist-eof to true
                   else
                       if HST-CODE = trans-code
                               and HST-AMOUNT = result
                           set duplicate-found to true
                           move "H" to dup-match-source-work
                           move HST-BRANCH-ID
                               to dup-match-branch-work
                           move HST-RUN-DATE to dup-match-date-work
                       end-if
                   end-if
               end-if
           end-perform.
           exit.

       log-duplicate-transaction section.
           move trans-first-number to dup-first-number-raw.
           move trans-second-number to dup-second-number-raw.
           move spaces to dup-reason.
           if dup-match-source-work = "T"
               string "SUSP DUP TODAY BR " delimited by size
                       dup-match-branch-work delimited by size
                   into dup-reason
           else
               string "SUSP DUP HIST BR " delimited by size
                       dup-match-branch-work delimited by size
                   into dup-reason
           end-if.
           move trans-code to dup-trans-code.
           move trans-account to dup-account.
           move trans-date to dup-trans-date.
           move trans-branch-id to dup-branch-id.
           move trans-check-digit to dup-check-digit.
           move dup-match-source-work to dup-match-source.
           move dup-match-branch-work to dup-match-branch-id.
           move dup-match-date-work to dup-match-run-date.
           move trans-reference to dup-reference.
           move trans-orig-reference to dup-orig-reference.
           move spaces to dup-review-record(113:8).
           write dup-review-record.
           add 1 to duplicate-count.
           add result to duplicate-total.
           exit.

      *    a reversal waits in a table until the rest of the file
      *    is edited, so the history is searched for the run's
      *    reversals together.  a reversal that will not fit
      *    is rejected now and recycles like any other reject.
       table-reversal section.
           if rev-count < rev-limit
               add 1 to rev-count
               move trans-record to rev-trans-image(rev-count)
               move trans-orig-reference
                   to rev-orig-reference(rev-count)
               move "N" to rev-found-switch(rev-count)
               move space to rev-hist-code(rev-count)
               move 0 to rev-hist-amount(rev-count)
               move "N" to rev-hist-reversed(rev-count)
           else
               set entry-invalid to true
               move "REVERSAL TABLE FULL" to reject-reason-work
           end-if.
           exit.

      *    each reversal's account history, read by key.  the
      *    original is the record carrying the named reference; it
      *    is already reversed if its own flag says so, or if a
      *    posted reversal names it as its pair.
       find-reversal-originals section.
           perform varying rev-jx from 1 by 1
                   until rev-jx > rev-count
               move rev-trans-image(rev-jx) to trans-record
               move trans-account to hist-account-work
               move "N" to hist-eof-switch
               move low-values to HST-KEY
               move hist-account-work to HST-ACCOUNT
               start hist-file key is not less than HST-KEY
                   invalid key
                       set hist-eof to true
               end-start
               perform until hist-eof
                   read hist-file next record
                       at end set hist-eof to true
                   end-read
                   if not hist-eof
                       if HST-ACCOUNT not = hist-account-work
                           set hist-eof to true
                       else
                           perform match-reversal-original
                       end-if
                   end-if
               end-perform
           end-perform.
           exit.

       match-reversal-original section.
           if HST-REFERENCE not = spaces
                   and rev-orig-reference(rev-jx) = HST-REFERENCE
               move "Y" to rev-found-switch(rev-jx)
               move HST-CODE to rev-hist-code(rev-jx)
               move HST-AMOUNT to rev-hist-amount(rev-jx)
               if HST-REVERSED
                   move "Y" to rev-hist-reversed(rev-jx)
               end-if
           end-if.
           if HST-CODE = "R"
                   and rev-orig-reference(rev-jx) = HST-PAIR-REFERENCE
               move "Y" to rev-hist-reversed(rev-jx)
           end-if.
           exit.

      *    the reversal must carry the original's account and
      *    amount, so the branch control totals still prove it.
      *    the original was read from the reversal's own account's
      *    history, so an original on another account is reported
      *    as not on history and the account needs no edit here.
      *    once one reversal of an original is accepted, any other
      *    in the run naming the same original is rejected.
       edit-tabled-reversal section.
           move rev-trans-image(rev-ix) to trans-record.
           move trans-first-number to first-number.
           move trans-second-number to second-number.
           add first-number to second-number giving result.
           set entry-valid to true.
           evaluate true
               when not rev-found(rev-ix)
                   set entry-invalid to true
                   move "ORIGINAL NOT ON HISTORY"
                       to reject-reason-work
               when rev-hist-code(rev-ix) = "R"
                   set entry-invalid to true
                   move "CANNOT REVERSE A REVERSAL"
                       to reject-reason-work
               when rev-already-reversed(rev-ix)
                   set entry-invalid to true
                   move "ORIGINAL ALREADY REVERSED"
                       to reject-reason-work
               when rev-hist-amount(rev-ix) not = result
                   set entry-invalid to true
                   move "REVERSAL AMOUNT MISMATCH"
                       to reject-reason-work
           end-evaluate.
           if entry-valid
               perform varying rev-jx from rev-ix by 1
                       until rev-jx > rev-count
                   if rev-orig-reference(rev-jx)
                           = rev-orig-reference(rev-ix)
                       move "Y" to rev-hist-reversed(rev-jx)
                   end-if
               end-perform
               add result to running-total
               add 1 to transaction-count
               move trans-account to srt-account
               move trans-code to srt-code
               move trans-date to srt-date
               move result to srt-amount
               move trans-branch-id to srt-branch-id
               move trans-reference to srt-reference
               move trans-orig-reference to srt-orig-reference
               move rev-hist-code(rev-ix) to srt-orig-code
               release sort-record
           else
               perform log-rejected-transaction
               add 1 to reject-count
           end-if.
           exit.

       validate-transaction section.
           if entry-valid
               perform validate-trans-date
           end-if.
           if entry-valid and trans-code-reversal
                   and trans-orig-reference = spaces
               set entry-invalid to true
               move "REVERSAL REF MISSING" to reject-reason-work
           end-if.
           exit.

      *    the transaction date must be a real calendar date, no
           move trans-date to rej-trans-date.
           move trans-branch-id to rej-branch-id.
           move trans-check-digit to rej-check-digit.
           move spaces to reject-record(70:11).
           move trans-reference to rej-reference.
           move trans-orig-reference to rej-orig-reference.
           move spaces to reject-record(113:8).
           write reject-record.
           exit.

           move srt-code to reg-det-code.
           move srt-date to reg-det-date.
           move srt-amount to reg-det-amount.
           move srt-reference to reg-det-reference.
           write register-record from reg-detail-line.
           add 1 to reg-line-ct.
           move srt-account to val-account.
           move srt-code to val-code.
           move srt-date to val-date.
           move srt-amount to val-amount.
           move srt-branch-id to val-branch-id.
           move srt-reference to val-reference.
           move srt-orig-reference to val-orig-reference.
           move srt-orig-code to val-orig-code.
           move spaces to valid-trans-record(58:23).
           write valid-trans-record.
           add srt-amount to register-total.
           evaluate true
                   add srt-amount to credit-total
               when srt-code = "A"
                   add srt-amount to adjust-total
               when srt-code = "R"
                   add srt-amount to reversal-total
           end-evaluate.
           exit.

           move "SUBTOTAL ADJUSTMENTS.." to reg-sub-label.
           move adjust-total to reg-sub-amount.
           write register-record from reg-subtotal-line.
           move "SUBTOTAL REVERSALS...." to reg-sub-label.
           move reversal-total to reg-sub-amount.
           write register-record from reg-subtotal-line.
           move "GRAND TOTAL..........." to reg-sub-label.
           move register-total to reg-sub-amount.
           write register-record from reg-subtotal-line.
           move running-total to rpt-computed-total.
           move expected-total to rpt-expected-total.
           move variance to rpt-variance.
           move duplicate-count to rpt-dup-count.
           move duplicate-total to rpt-dup-total.
           write report-record from rpt-title-line.
           write report-record from rpt-blank-line.
           write report-record from rpt-count-line.
           write report-record from rpt-reject-line.
           write report-record from rpt-dup-count-line.
           write report-record from rpt-total-line.
           write report-record from rpt-dup-total-line.
           write report-record from rpt-expected-line.
           write report-record from rpt-variance-line.
           write report-record from rpt-blank-line.
                   to rpt-balanced-line
           end-if.
           write report-record from rpt-balanced-line.
           if duplicate-count > 0
               move "DUPLICATES HELD FOR REVIEW - SEE DUPREVW"
                   to rpt-balanced-line
               write report-record from rpt-balanced-line
           end-if.
           if dup-overflow-count > 0
               move "DUPLICATE TABLE FULL - CHECK WAS INCOMPLETE"
                   to rpt-balanced-line
               write report-record from rpt-balanced-line
           end-if.
           close report-file.
           exit.

           move "MAIN"      to AUD-PROGRAM-ID.
           move run-date    to AUD-RUN-DATE.
           move run-time    to AUD-RUN-TIME.
           move duplicate-count to rpt-dup-audit.
           move spaces to AUD-KEY-INPUT.
           string "TRANS=" delimited by size
                   rpt-count delimited by size
                   " REJECTS=" delimited by size
                   rpt-reject-count delimited by size
                   " DUPS=" delimited by size
                   rpt-dup-audit delimited by size
               into AUD-KEY-INPUT.
           move spaces to AUD-KEY-OUTPUT.
           string "TOTAL=" delimited by size
                   rpt-variance delimited by size
               into AUD-KEY-OUTPUT.
           if run-balanced
               if duplicate-count > 0
                   move "DP" to AUD-STATUS-CODE
               else
                   move "OK" to AUD-STATUS-CODE
               end-if
           else
               move "OB" to AUD-STATUS-CODE
           end-if.
