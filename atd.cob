           file status is fs-susp.

           *> Supervisor corrections - fixed or added ARRIVE/LEAVE
           *> rows (same layout as attendance.txt, followed by the
           *> approver's staff-id and the approval date), processed by
           *> the CORRECTION run mode, which re-evaluates just those
           *> employee-days
           SELECT IN-CORR ASSIGN TO 'corrections.txt'
           organization is line sequential
           SELECT OUT-AMENDED ASSIGN TO 'summary-amended.txt'
           organization is line sequential.

           *> Prior-period adjustment register - one line per
           *> correction applied to a day of an already closed month:
           *> the closed month it came from, the open month whose
           *> export carries it as a retro line, and the difference
           *> it posts. Also the guard against applying it twice
           SELECT PPA-REGISTER ASSIGN TO 'ppa-register.txt'
           organization is line sequential
           file status is fs-ppa.

           *> Register of employee-days already amended by a posted
           *> correction run - the guard that keeps rerunning the
           *> same corrections.txt from doubling the amendment, the
           organization is line sequential
           file status is fs-creg.

           *> Month-end readiness report - written by every MONTH-END
           *> run before anything is archived: unposted working days,
           *> suspense days never amended, unauthorized overtime still
           *> open, and restart runs that never finished. Any one of
           *> them refuses the close unless runmode.txt overrides it
           SELECT OUT-READINESS ASSIGN TO 'month-end-readiness.txt'
           organization is line sequential.

           *> Daily attendance ledger - one record appended per
           *> employee per date by every daily and correction run: the
           *> status decided, minutes worked, exactly what was charged
           *> to the monthly counters, the shift and the leave/holiday
           *> reason. Rolled into ledger-YYYY-MM.txt with the month at
           *> close, so a disputed deduction can be traced months later
           SELECT LEDGER-FILE ASSIGN TO 'attendance-ledger.txt'
           organization is line sequential
           file status is fs-ledger.
           SELECT LEDGER-ARCHIVE ASSIGN TO DYNAMIC ws-ledger-arch-name
           organization is line sequential
           file status is fs-ldgarch.

           *> Scratch copy used when a register or ledger file has to
           *> be rewritten in place (records kept, records moved out)
           SELECT WORK-FILE ASSIGN TO 'rewrite-work.tmp'
           organization is line sequential
           file status is fs-work.

           *> INQUIRY run mode output - one employee's day-by-day
           *> history over a date range, read back from the ledger
           SELECT OUT-INQUIRY ASSIGN TO 'inquiry-report.txt'
           organization is line sequential.

           *> RECONCILE run mode - payroll's acknowledgement of the
           *> pay-adjustments.csv rows it loaded or rejected, and the
           *> reconciliation report matched against what was sent
           SELECT IN-PAYRET ASSIGN TO 'payroll-return.txt'
           organization is line sequential
           file status is fs-payret.
           SELECT OUT-PAYREC ASSIGN TO 'payroll-recon.txt'
           organization is line sequential.

           *> REVERSAL run mode output - every ledger record backed
           *> out, with the figures taken off the monthly file and
           *> the leave balances, and the run-register entries marked
           SELECT OUT-REVERSAL ASSIGN TO 'reversal-listing.txt'
           organization is line sequential.

           *> Pay-adjustment export for payroll - one row per employee
           *> with the month's absence/late deductions and overtime
           *> payment broken out and a net figure, computed here so
           *> payroll stops redoing the arithmetic in a spreadsheet
           SELECT OUT-PAYADJ ASSIGN TO 'pay-adjustments.csv'
           organization is line sequential
           file status is fs-payadj.

           *> GL account mapping (department code, adjustment type,
           *> debit account, credit account) - drives the posting
           organization is line sequential
           file status is fs-glmap.

           *> Pay rules - S records key a shift code, D records a
           *> department: overtime multiplier, night differential
           *> percent on overnight-shift hours, and holiday-work
           *> multiplier on hours clocked on a non-working date. A
           *> shift rule wins over a department one; with neither,
           *> time-and-a-half and no premiums. Optional
           SELECT IN-PAYRULE ASSIGN TO 'pay-rules.txt'
           organization is line sequential
           file status is fs-payrule.

           *> GL posting interface - balanced debit/credit pairs per
           *> department for the month's absence deductions, late
           *> deductions and overtime pay, under a batch header whose
           *> released. Generated right after the payroll export so
           *> finance stops re-keying pay-adjustments.csv by hand
           SELECT OUT-GLPOST ASSIGN TO 'gl-postings.txt'
           organization is line sequential
           file status is fs-glpost.

           *> Weekly timesheet - one line per employee per date with
           *> the actual hours worked that day (summed across all of
           organization is line sequential
           file status is fs-holcal.

           *> Work-pattern roster for staff who don't work every
           *> working day - E records give a staff-id its own pattern,
           *> D records a whole department, each from an effective
           *> date, weekly (W) or fortnightly (F), as Y/N flags Monday
           *> to Sunday (fortnightly: both weeks, the first being the
           *> week the effective date falls in). The latest effective
           *> record wins, an employee record over a department one;
           *> no record at all means every working day. Optional
           SELECT IN-ROSTER ASSIGN TO 'work-patterns.txt'
           organization is line sequential
           file status is fs-roster.

           *> Supervisor-approved overtime authorizations (staff-id,
           *> date, approved hours, decision, approver's staff-id,
           *> approval date) - an approval that fails the approver
           *> checks counts as no authorization. Overtime beyond the
           *> approved hours, or with no authorization at all, is held
           *> out of the monthly totals and the payroll export. A
           *> decision of R rejects whatever is held beyond the
           *> approved hours, which closes the day's unauthorized-
           *> overtime line for the month-end readiness check. The file
           *> is optional, like approved-leave.txt
           SELECT IN-OTAUTH ASSIGN TO 'overtime-auth.txt'
           organization is line sequential
           file status is fs-otauth.

           *> Authorized approvers beyond the employee's own
           *> department (staff-id, department they may approve for -
           *> blank for any). Optional
           SELECT IN-APPROVER ASSIGN TO 'approvers.txt'
           organization is line sequential
           file status is fs-approver.

           *> Approval audit - one line per overtime authorization and
           *> correction approval checked, accepted or rejected, with
           *> the reason. Rolled into approval-audit-YYYY-MM.txt with
           *> the month at close, for internal audit
           SELECT APPROVAL-AUDIT ASSIGN TO 'approval-audit.txt'
           organization is line sequential
           file status is fs-apaud.
           SELECT APPROVAL-ARCHIVE ASSIGN TO DYNAMIC ws-apaud-arch-name
           organization is line sequential
           file status is fs-apaudarch.

           *> Unauthorized-overtime report - one line per employee-day
           *> whose overtime (wholly or partly) had no supervisor
           *> authorization. To approve after the fact, the
           *> supervisor raises overtime-auth.txt and resubmits the
           *> day's rows in corrections.txt: the correction run reads
           *> this file back and posts just the newly covered delta.
           *> To kill, the supervisor files an overtime-auth.txt line
           *> with decision R - held hours never post either way, but
           *> the line stays open for the month-end close until then
           SELECT OUT-UNAUTH-OT ASSIGN TO 'unauthorized-overtime.txt'
           organization is line sequential
           file status is fs-unauth.
           *> last day employed - spaces on an active employee (and
           *> on every record of an older master without the column)
           05 termination-date pic x(10).
           *> department moves, oldest first - each entry is the
           *> department held from its effective date on. Blank on
           *> anyone never transferred (and on an older master)
           05 dept-history.
               10 dept-hist-entry occurs 6 times.
                   15 dept-hist-eff pic x(10).
                   15 dept-hist-dept pic x(3).

       FD EMP-MASTER.
       01 master-record.
           05 master-dept pic x(3).
           05 master-salary pic x(6).
           05 master-term pic x(10).
           05 master-dept-hist.
               10 master-dh-entry occurs 6 times.
                   15 master-dh-eff pic x(10).
                   15 master-dh-dept pic x(3).

       FD IN-ATTEND.
       01 attend-record-date.
           05 attend-staff-id pic x(4).
           05 attend-status pic x(6).
           05 attend-time pic x(16).
       *> the terminal vendor's control records - a header first
       *> (upload batch id, when the batch was cut, the dates it
       *> covers) and a trailer last (detail rows sent, and the hash
       *> total of their numeric staff-ids)
       01 attend-header.
           05 ahdr-type pic x(3).
           05 ahdr-batch-id pic x(12).
           05 ahdr-created pic x(14).
           05 ahdr-from-date pic x(10).
           05 ahdr-to-date pic x(10).
       01 attend-trailer.
           05 atrl-type pic x(3).
           05 atrl-rows pic 9(7).
           05 atrl-hash pic 9(12).



           *> the end like the YTD columns so an older file without
           *> the column still reads (padded with spaces)
           05 m-halfdays pic x(3).
           *> hours owed a premium - clocked on an overnight shift,
           *> clocked on a non-working date - appended the same way
           05 m-night-hours pic x(3).
           05 m-hol-hours pic x(3).



       FD sorted-in-attend.
       01 sorted-attend-record pic x(50).

       FD OUT-SUMMARY.
       01 summery-record pic x(80).

       FD OUT-M-ATTEND.
       01 out-m-record pic x(30).

       FD OUT-EXCEPTION.
       01 exception-record pic x(80).
           05 glmap-dr-acct pic x(8).
           05 glmap-cr-acct pic x(8).

       FD IN-PAYRULE.
       01 payrule-record.
           05 prl-type pic x(1).
           05 prl-key pic x(3).
           05 prl-ot-mult pic 9v99.
           05 prl-night-pct pic 9(3)v99.
           05 prl-hol-mult pic 9v99.

       FD OUT-GLPOST.
       01 glpost-record pic x(80).

       01 timesheet-record pic x(80).

       FD OUT-PAYADJ.
       01 payadj-record pic x(150).

       FD RUNMODE-FILE.
       01 runmode-record pic x(80).

       FD PERS-TRANS.
       01 personnel-trans-record.
               10 trans-salary pic x(6).

       FD OUT-NEWEMP.
       01 newemp-record pic x(152).

       FD OUT-AUDIT.
       01 audit-record pic x(80).
       01 suspense-record pic x(60).

       FD IN-CORR.
       01 corr-record pic x(40).

       FD OUT-AMENDED.
       01 amended-record pic x(80).

       FD PPA-REGISTER.
       01 ppa-record pic x(80).

       FD AMEND-REGISTER.
       01 amend-register-record.
           05 areg-date pic x(10).
           05 rreg-ot-cap pic 999.
           05 filler pic x(1).
           05 rreg-restart pic x(1).
           *> R once a REVERSAL run has backed the date out again,
           *> with when - a reversed entry no longer guards the date
           05 filler pic x(1).
           05 rreg-reversed pic x(1).
           05 filler pic x(1).
           05 rreg-reversed-stamp pic x(14).
           *> the clock-feed batch the run posted - a batch id once
           *> on the register can never be posted again
           05 filler pic x(1).
           05 rreg-batch-id pic x(12).

       FD ARCHIVE-FILE.
       01 archive-record pic x(30).

       FD OUT-HISTORY.
       01 history-record pic x(80).
           05 creg-month pic x(7).
           05 filler pic x(1).
           05 creg-stamp pic x(14).
           *> OVERRIDE when the month was closed over blocking
           *> readiness items, with how many there were and the
           *> reason the operator gave - spaces on a clean close
           05 filler pic x(1).
           05 creg-override pic x(8).
           05 filler pic x(1).
           05 creg-blocking pic x(4).
           05 filler pic x(1).
           05 creg-reason pic x(60).

       FD OUT-READINESS.
       01 readiness-record pic x(80).

       FD IN-ROSTER.
       01 roster-record.
           05 ptn-type pic x(1).
           05 ptn-key pic x(4).
           05 ptn-eff-date pic x(10).
           05 ptn-cycle pic x(1).
           05 ptn-days pic x(14).

       FD LEDGER-FILE.
       01 ledger-record pic x(150).

       FD LEDGER-ARCHIVE.
       01 ledger-arch-record pic x(150).

       FD WORK-FILE.
       01 work-record pic x(200).

       FD OUT-INQUIRY.
       01 inquiry-record pic x(100).

       *> one answer per export row: the row's key (staff-id, month,
       *> department, source as sent), A accepted or R rejected, the
       *> net amount payroll loaded (signed, as sent) and its reason
       FD IN-PAYRET.
       01 payret-record.
           05 pret-staff-id pic x(4).
           05 pret-month pic x(7).
           05 pret-dept pic x(3).
           05 pret-source pic x(13).
           05 pret-status pic x(1).
           05 pret-amount pic x(12).
           05 pret-reason pic x(30).

       FD OUT-PAYREC.
       01 payrec-record pic x(110).

       FD OUT-REVERSAL.
       01 reversal-record pic x(80).

       FD IN-LEAVE.
       01 leave-record.
           05 otauth-staff-id pic x(4).
           05 otauth-date pic x(10).
           05 otauth-hours pic 9(3).
           *> R rejects the held remainder, anything else approves
           05 otauth-decision pic x(1).
           05 otauth-approver pic x(4).
           05 otauth-appr-date pic x(10).

       FD IN-APPROVER.
       01 approver-record.
           05 approver-staff-id pic x(4).
           05 approver-dept pic x(3).

       FD APPROVAL-AUDIT.
       01 apaud-record pic x(100).

       FD APPROVAL-ARCHIVE.
       01 apaud-arch-record pic x(100).

       FD OUT-UNAUTH-OT.
       01 unauth-ot-record pic x(80).
           *> appended at the end so a checkpoint written by an older
           *> build still restores (padded with spaces, read as zero)
           05 chk-num-holiday pic 9(4).
           05 chk-num-notsched pic 9(4).
       *> one of these follows checkpoint-record for every department
       *> ws-dept-table held for the in-progress date, so a restart
       *> doesn't resume with an empty per-department subtotal table
           *> disturb the truncating READ ... INTO ws-attendance done
           *> downstream once the file is already grouped by date
           02 w-attend-date-key pic x(10).
           *> a corrections.txt row's approver and approval date
           02 w-corr-approval pic x(14).

       sd tmp-2.
       01 w-m-attendance-date-record.
       01 fs-corr pic 99.
       01 fs-trans pic 99.
       01 fs-areg pic 99.
       01 fs-ppa pic 99.
       01 fs-otauth pic 99.
       01 fs-approver pic 99.
       01 fs-apaud pic 99.
       01 fs-apaudarch pic 99.
       01 fs-unauth pic 99.
       01 fs-holcal pic 99.
       01 fs-lvbal pic 99.
       01 fs-arch pic 99.
       01 fs-rlog pic 99.
       01 fs-glmap pic 99.
       01 fs-ledger pic 99.
       01 fs-roster pic 99.
       01 fs-payrule pic 99.
       01 fs-payadj pic 99.
       01 fs-glpost pic 99.
       01 fs-payret pic 99.
       01 fs-ldgarch pic 99.
       01 fs-work pic 99.

       *> Exit-code discipline for the overnight scheduler - the
       *> highest severity seen this run becomes RETURN-CODE:
       *>   04 clean with warnings (skipped dates, small rejects, ...)
       *>   08 rejected input over the operator tolerance, or a
       *>      completed run whose GL batch had to be withheld
       *>   12 clock feed refused whole - header/trailer control
       *>      totals out of balance, or the batch already posted
       *>   16 hard stop (bad master, refused close, table overflow)
       01 ws-run-severity pic 99 value 0.
       *> how many rejected attendance/correction rows a run may
           02 ws-edit-rec-id pic x(4).
           02 ws-edit-rec-status pic x(6).
           02 ws-edit-rec-time pic x(16).
       *> approver and approval date that follow a corrections.txt
       *> row - attendance.txt rows carry none
       01 ws-edit-approval pic x(14) value spaces.
       *> Clock-feed control totals - the header and trailer as read,
       *> and the detail rows and staff-id hash counted between them
       01 ws-feed-batch-id pic x(12) value spaces.
       01 ws-feed-created pic x(14) value spaces.
       01 ws-feed-from-date pic x(10) value spaces.
       01 ws-feed-to-date pic x(10) value spaces.
       01 ws-feed-hdr-count pic 9(3) value 0.
       01 ws-feed-trl-count pic 9(3) value 0.
       01 ws-feed-misplaced pic 9 value 0.
       01 ws-feed-rows pic 9(7) value 0.
       01 ws-feed-hash pic 9(12) value 0.
       01 ws-feed-trl-rows pic 9(7) value 0.
       01 ws-feed-trl-hash pic 9(12) value 0.
       01 ws-feed-trl-ok pic 9 value 0.
       01 ws-feed-id-num pic 9(4).
       01 ws-feed-ok pic 9.
       01 ws-reject-line.
           02 rej-original pic x(26).
           02 filler pic x(2) value spaces.
               03 mt-dept pic x(3).
               03 mt-salary pic x(6).
               03 mt-term pic x(10).
               03 mt-dept-hist.
                   04 mt-dh-entry occurs 6 times.
                       05 mt-dh-eff pic x(10).
                       05 mt-dh-dept pic x(3).
       01 ws-maint-count pic 9(4) value 0.
       01 ws-maint-i pic 9(4).
       01 ws-maint-found pic 9.
       01 ws-maint-rejected pic 9(4) value 0.
       01 ws-val-date pic x(10).
       01 ws-val-date-ok pic 9.
       *> TRANSFER: the effective date, the latest move already on
       *> the history and the slot it sits in
       01 ws-xfer-eff pic x(10).
       01 ws-xfer-latest pic x(10).
       01 ws-xfer-slot pic 9.
       01 ws-xfer-i pic 9.
       01 ws-xfer-ymd pic x(8).
       01 ws-audit-line.
           02 aud-disposition pic x(8).
           02 filler pic x(1) value space.
       *> assignment, then the default shift built from the control
       *> thresholds)
       01 ws-resolve-id pic x(4).
       01 ws-resolve-date pic x(10).
       01 ws-resolve-dept pic x(3).
       01 ws-resolve-shift-code pic x(3).
       01 ws-cur-shift-found pic 9.
           02 stmt-ytd-ot pic zz9.
           02 filler pic x(9) value spaces.

       *> Month-end readiness check - the items that block the close,
       *> the calendar walk over the month being closed, and the
       *> operator's override (runmode.txt line 2, OVERRIDE followed
       *> by the reason) that lets a close go through regardless
       01 ws-ready-blocking pic 9(4) value 0.
       01 ws-ready-day pic 99.
       01 ws-ready-month-days pic 99.
       01 ws-ready-resolved pic 9.
       01 ws-close-override pic 9 value 0.
       01 ws-close-override-reason pic x(60) value spaces.
       01 ws-ready-header pic x(40) value
           "Month-End Readiness Report".
       01 ws-ready-month-line.
           02 filler pic x(7) value "Month: ".
           02 rdy-month pic x(7).
           02 filler pic x(66) value spaces.
       01 ws-ready-line.
           02 rdy-category pic x(22).
           02 filler pic x(1) value space.
           02 rdy-date pic x(10).
           02 filler pic x(1) value space.
           02 rdy-staff-id pic x(4).
           02 filler pic x(1) value space.
           02 rdy-detail pic x(30).
           02 filler pic x(11) value spaces.
       01 ws-ready-total-line.
           02 filler pic x(16) value "Blocking items: ".
           02 rdy-total pic zzz9.
           02 filler pic x(2) value spaces.
           02 rdy-verdict pic x(20).
           02 filler pic x(38) value spaces.

       *> Attendance ledger record - one per employee per date per
       *> posting run. The counters are exactly what the run charged
       *> to the monthly file (absent/half-day flags, late quarters,
       *> overtime posted to the month and to YTD, the leave type
       *> whose balance was consumed), so a later run can trace or
       *> back out a day from the ledger alone. Source D = daily run,
       *> C = correction run; the reversed flag is R once backed out
       01 ws-ledger-line.
           02 ldg-date pic x(10).
           02 filler pic x(1) value space.
           02 ldg-staff-id pic x(4).
           02 filler pic x(1) value space.
           02 ldg-status pic x(13).
           02 filler pic x(1) value space.
           02 ldg-dept pic x(3).
           02 filler pic x(1) value space.
           02 ldg-shift pic x(3).
           02 filler pic x(1) value space.
           02 ldg-minutes pic 9(4).
           02 filler pic x(1) value space.
           02 ldg-absent pic 9(1).
           02 filler pic x(1) value space.
           02 ldg-halfday pic 9(1).
           02 filler pic x(1) value space.
           02 ldg-late-qtrs pic 9(3).
           02 filler pic x(1) value space.
           02 ldg-ot-hours pic 9(3).
           02 filler pic x(1) value space.
           02 ldg-ot-auth pic 9(3).
           02 filler pic x(1) value space.
           02 ldg-ot-held pic 9(3).
           02 filler pic x(1) value space.
           02 ldg-ot-posted pic 9(3).
           02 filler pic x(1) value space.
           02 ldg-leave-type pic x(8).
           02 filler pic x(1) value space.
           02 ldg-reason pic x(20).
           02 filler pic x(1) value space.
           02 ldg-source pic x(1).
           02 filler pic x(1) value space.
           02 ldg-reversed pic x(1).
           02 filler pic x(1) value space.
           02 ldg-stamp pic x(14).
           02 filler pic x(1) value space.
           02 ldg-night-hours pic 9(3).
           02 filler pic x(1) value space.
           02 ldg-hol-hours pic 9(3).
           02 filler pic x(27) value spaces.
       *> what the day being finalized charged, gathered at the
       *> posting points and cleared once its ledger record is out
       01 ws-ledger-pending.
           02 lp-absent pic 9(1) value 0.
           02 lp-halfday pic 9(1) value 0.
           02 lp-late-qtrs pic 999 value 0.
           02 lp-ot-auth pic 999 value 0.
           02 lp-ot-held pic 999 value 0.
           02 lp-ot-posted pic 999 value 0.
           02 lp-leave-type pic x(8) value spaces.
           02 lp-reason pic x(20) value spaces.
           02 lp-night-hours pic 999 value 0.
           02 lp-hol-hours pic 999 value 0.
       01 ws-ledger-ot-before pic 999.
       01 ws-ledger-arch-name pic x(30) value spaces.

       *> REVERSAL run mode working storage - the date range from
       *> runmode.txt lines 2 and 3, the go/no-go flag the checks
       *> leave behind, and the counts for the listing and the log
       01 ws-rev-from-date pic x(10) value spaces.
       01 ws-rev-to-date pic x(10) value spaces.
       01 ws-rev-ok pic 9.
       01 ws-rev-posted pic 9(4).
       01 ws-rev-records pic 9(5).
       01 ws-rev-dropped pic 9(5).
       01 ws-rev-stamp pic x(14).
       *> the dates in range the live ledger can still back out
       01 ws-rev-ldg-table.
           02 ws-rev-ldg-date occurs 31 times pic x(10).
       01 ws-rev-ldg-count pic 99 value 0.
       01 ws-rev-ldg-i pic 99.
       01 ws-rev-ldg-found pic 9.
       01 ws-rev-header pic x(40) value
           "Attendance Reversal Listing".
       01 ws-rev-range-line.
           02 filler pic x(7) value "Dates: ".
           02 rvh-from pic x(10).
           02 filler pic x(4) value " to ".
           02 rvh-to pic x(10).
           02 filler pic x(49) value spaces.
       01 ws-rev-col-header.
           02 filler pic x(40) value
               "Date       Staff Status        S A H Lat".
           02 filler pic x(40) value
               "  OT YOT Leave    Note".
       01 ws-rev-line.
           02 rvl-date pic x(10).
           02 filler pic x(1) value space.
           02 rvl-staff-id pic x(4).
           02 filler pic x(2) value spaces.
           02 rvl-status pic x(13).
           02 filler pic x(1) value space.
           02 rvl-source pic x(1).
           02 filler pic x(1) value space.
           02 rvl-absent pic 9(1).
           02 filler pic x(1) value space.
           02 rvl-halfday pic 9(1).
           02 filler pic x(1) value space.
           02 rvl-late pic zz9.
           02 filler pic x(1) value space.
           02 rvl-ot pic zz9.
           02 filler pic x(1) value space.
           02 rvl-ytd-ot pic zz9.
           02 filler pic x(1) value space.
           02 rvl-leave pic x(8).
           02 filler pic x(1) value space.
           02 rvl-note pic x(18).
           02 filler pic x(4) value spaces.
       01 ws-rev-reg-line.
           02 filler pic x(26) value
               "Run register date reversed".
           02 filler pic x(2) value ": ".
           02 rvr-date pic x(10).
           02 filler pic x(42) value spaces.
       01 ws-rev-total-line.
           02 filler pic x(18) value "Ledger records:   ".
           02 rvt-records pic zzzz9.
           02 filler pic x(19) value "  Register dates:  ".
           02 rvt-posted pic zzz9.
           02 filler pic x(19) value "  Lines withdrawn: ".
           02 rvt-dropped pic zzzz9.
           02 filler pic x(10) value spaces.

       *> RECONCILE run mode working storage - the rows sent on
       *> pay-adjustments.csv (key, net amount, the answer found for
       *> each), the fields of one CSV row as it is taken apart, the
       *> GL batch header, and the counts for each outcome
       01 ws-payrec-table.
           02 ws-payrec-entry occurs 12000 times.
               03 rc-staff-id pic x(4).
               03 rc-month pic x(7).
               03 rc-dept pic x(3).
               03 rc-source pic x(13).
               03 rc-net pic s9(8)v99.
               03 rc-answered pic 9.
       01 ws-payrec-count pic 9(5) value 0.
       01 ws-payrec-i pic 9(5).
       01 ws-payrec-found pic 9.
       01 ws-payrec-line pic x(150).
       01 ws-payrec-csv.
           02 pc-month pic x(7).
           02 pc-staff-id pic x(4).
           02 pc-name pic x(31).
           02 pc-salary pic x(6).
           02 pc-absent pic x(12).
           02 pc-late pic x(12).
           02 pc-ot pic x(12).
           02 pc-net pic x(12).
           02 pc-dept pic x(3).
           02 pc-night pic x(12).
           02 pc-hol pic x(12).
           02 pc-source pic x(13).
       01 ws-payrec-month pic x(7).
       01 ws-payrec-sent-total pic 9(11)v99.
       01 ws-payrec-gl-total pic 9(11)v99.
       01 ws-payrec-gl-month pic x(7).
       01 ws-payrec-gl-ok pic 9.
       01 ws-payrec-ret-amount pic s9(8)v99.
       01 ws-payrec-matched pic 9(5).
       01 ws-payrec-differ pic 9(5).
       01 ws-payrec-rejected pic 9(5).
       01 ws-payrec-unanswered pic 9(5).
       01 ws-payrec-unknown pic 9(5).
       01 ws-payrec-dupes pic 9(5).
       01 ws-payrec-header pic x(40) value
           "Payroll Return Reconciliation".
       01 ws-payrec-month-line.
           02 filler pic x(7) value "Month: ".
           02 prm-month pic x(7).
           02 filler pic x(66) value spaces.
       01 ws-payrec-col-header.
           02 filler pic x(48) value
               "Outcome          ID   Month   Dpt Source".
           02 filler pic x(32) value
               "        Sent       Loaded Reason".
       01 ws-payrec-det-line.
           02 prd-outcome pic x(16).
           02 filler pic x(1) value space.
           02 prd-staff-id pic x(4).
           02 filler pic x(1) value space.
           02 prd-month pic x(7).
           02 filler pic x(1) value space.
           02 prd-dept pic x(3).
           02 filler pic x(1) value space.
           02 prd-source pic x(13).
           02 filler pic x(1) value space.
           02 prd-sent pic +9(8).99.
           02 filler pic x(1) value space.
           02 prd-loaded pic +9(8).99.
           02 filler pic x(1) value space.
           02 prd-reason pic x(30).
       01 ws-payrec-gl-line.
           02 filler pic x(18) value "GL batch total:   ".
           02 prg-gl-total pic z(10)9.99.
           02 filler pic x(2) value spaces.
           02 filler pic x(18) value "Export amounts:   ".
           02 prg-sent-total pic z(10)9.99.
           02 filler pic x(2) value spaces.
           02 prg-verdict pic x(20).
       01 ws-payrec-total-line.
           02 prt-label pic x(30).
           02 prt-count pic zzzz9.
           02 filler pic x(45) value spaces.

       *> INQUIRY run mode working storage - the staff-id and date
       *> range from runmode.txt lines 2-4, and the matching ledger
       *> records gathered from the monthly ledger archives and the
       *> live ledger, put in date order before printing
       01 ws-inq-staff-id pic x(4) value spaces.
       01 ws-inq-from-date pic x(10) value spaces.
       01 ws-inq-to-date pic x(10) value spaces.
       01 ws-inq-months-read pic 999.
       01 ws-inq-count pic 9(4) value 0.
       01 ws-inq-i pic 9(4).
       01 ws-inq-j pic 9(4).
       01 ws-inq-scan-done pic 9.
       01 ws-inq-amended pic 9.
       01 ws-inq-table.
           02 ws-inq-entry occurs 2000 times.
               03 iq-date pic x(10).
               03 iq-stamp pic x(14).
               03 iq-record pic x(150).
       01 ws-inq-hold pic x(174).
       01 ws-inq-header pic x(40) value
           "Attendance Ledger Inquiry".
       01 ws-inq-id-line.
           02 filler pic x(10) value "Staff-ID: ".
           02 iqh-staff-id pic x(4).
           02 filler pic x(2) value spaces.
           02 iqh-lname pic x(10).
           02 filler pic x(1) value space.
           02 iqh-fname pic x(20).
           02 filler pic x(7) value "  From ".
           02 iqh-from pic x(10).
           02 filler pic x(4) value " To ".
           02 iqh-to pic x(10).
           02 filler pic x(22) value spaces.
       01 ws-inq-col-header.
           02 filler pic x(40) value
               "Date       Status        Dpt Sft  Hours ".
           02 filler pic x(40) value
               "Lat  OT Aut Hld Pst Reason              ".
           02 filler pic x(8) value
               " S Notes".
           02 filler pic x(12) value spaces.
       01 ws-inq-line.
           02 iqd-date pic x(10).
           02 filler pic x(1) value space.
           02 iqd-status pic x(13).
           02 filler pic x(1) value space.
           02 iqd-dept pic x(3).
           02 filler pic x(1) value space.
           02 iqd-shift pic x(3).
           02 filler pic x(1) value space.
           02 iqd-hours pic zz9.99.
           02 filler pic x(1) value space.
           02 iqd-late pic zz9.
           02 filler pic x(1) value space.
           02 iqd-ot pic zz9.
           02 filler pic x(1) value space.
           02 iqd-auth pic zz9.
           02 filler pic x(1) value space.
           02 iqd-held pic zz9.
           02 filler pic x(1) value space.
           02 iqd-posted pic zz9.
           02 filler pic x(1) value space.
           02 iqd-reason pic x(20).
           02 filler pic x(1) value space.
           02 iqd-source pic x(1).
           02 filler pic x(1) value space.
           02 iqd-notes pic x(13).
           02 filler pic x(4) value spaces.
       01 ws-inq-total-line.
           02 filler pic x(19) value "Ledger records:    ".
           02 iqt-count pic zzz9.
           02 filler pic x(77) value spaces.

       *> HISTORY run mode working storage - the month range from
       *> runmode.txt lines 2 and 3 (at most twelve months), the
       *> per-employee per-month figures read back from the archives,
                   04 hd-ot pic 9(5).
       01 ws-histdept-count pic 99 value 0.
       01 ws-histdept-i pic 99.
       *> which months have a ledger archive to build the trend from,
       *> the month column a ledger day falls in, and the employee
       *> whose master record was read last
       01 ws-hist-ldg-flags.
           02 ws-hist-ldg-have occurs 12 times pic 9.
       01 ws-hist-ldg-m pic 99.
       01 ws-hist-ldg-last-id pic x(4).
       01 ws-hist-ldg-emp-found pic 9.
       01 ws-hist-tot-abs pic 9(5).
       01 ws-hist-tot-late pic 9(5).
       01 ws-hist-tot-ot pic 9(5).

       *> Pay-adjustment arithmetic - daily rate is monthly salary
       *> over 22 working days, hourly rate is daily over 8, a late
       *> quarter costs a quarter hour, overtime pays time-and-a-half
       *> unless pay-rules.txt says otherwise.
       *> All intermediate rates are rounded to the cent so payroll
       *> can reproduce every figure exactly
       01 ws-pay-workdays pic 99 value 22.
       *> the workday count the daily rate is actually divided by -
       *> ws-pay-workdays, or a rostered employee's scheduled days
       01 ws-pay-divisor pic 99.
       01 ws-pay-sched-days pic 99.
       01 ws-pay-has-pattern pic 9.
       01 ws-pay-month-days pic 99.
       01 ws-pay-day-i pic 99.
       01 ws-pay-day-hours pic 99 value 8.
       01 ws-pay-salary pic 9(6).
       01 ws-pay-daily-rate pic 9(5)v99.
       01 ws-pay-hourly-rate pic 9(5)v99.
       *> signed for a retro row's credit
       01 ws-pay-absent-ded pic s9(7)v99.
       01 ws-pay-late-ded pic s9(7)v99.
       01 ws-pay-ot-pay pic s9(7)v99.
       01 ws-pay-night-pay pic s9(7)v99.
       01 ws-pay-hol-pay pic s9(7)v99.
       01 ws-pay-net pic s9(8)v99.
       01 ws-pay-absent-ded-d pic x(11).
       01 ws-pay-late-ded-d pic x(11).
       01 ws-pay-ot-pay-d pic x(11).
       01 ws-pay-night-pay-d pic x(11).
       01 ws-pay-hol-pay-d pic x(11).
       01 ws-pay-edit-in pic s9(7)v99.
       01 ws-pay-edit-pos pic 9(7).99.
       01 ws-pay-edit-neg pic -9(7).99.
       01 ws-pay-edit-out pic x(11).
       01 ws-pay-net-d pic +9(8).99.
       *> pay-rules.txt, and the rates in force for the employee
       *> being paid
       01 ws-payrule-table.
           02 ws-payrule-entry occurs 200 times.
               03 pr-type pic x(1).
               03 pr-key pic x(3).
               03 pr-ot-mult pic 9v99.
               03 pr-night-pct pic 9(3)v99.
               03 pr-hol-mult pic 9v99.
       01 ws-payrule-count pic 9(3) value 0.
       01 ws-payrule-i pic 9(3).
       01 ws-payrule-found pic 9.
       01 ws-pay-ot-mult pic 9v99.
       01 ws-pay-night-pct pic 9(3)v99.
       01 ws-pay-hol-mult pic 9v99.
       *> a transferred employee's month split by department - the
       *> calendar days spent in each - with the employee's whole
       *> amounts and the share already written to earlier rows
       01 ws-pay-split-table.
           02 ws-pay-split-entry occurs 7 times.
               03 ps-dept pic x(3).
               03 ps-days pic 99.
       01 ws-pay-split-count pic 9.
       01 ws-pay-split-i pic 9.
       01 ws-pay-split-found pic 9.
       01 ws-pay-dept pic x(3).
       *> spaces on the month's own rows, RETRO-YYYY-MM on a
       *> prior-period adjustment's
       01 ws-pay-source pic x(13).
       01 ws-pay-tot-absent pic 9(7)v99.
       01 ws-pay-tot-late pic 9(7)v99.
       01 ws-pay-tot-ot pic 9(7)v99.
       01 ws-pay-tot-night pic 9(7)v99.
       01 ws-pay-tot-hol pic 9(7)v99.
       01 ws-pay-done-absent pic 9(7)v99.
       01 ws-pay-done-late pic 9(7)v99.
       01 ws-pay-done-ot pic 9(7)v99.
       01 ws-pay-done-night pic 9(7)v99.
       01 ws-pay-done-hol pic 9(7)v99.
       01 ws-payadj-header.
           02 filler pic x(39) value
               "Month,StaffID,Name,Salary,AbsentDed,Lat".
           02 filler pic x(39) value
               "eDed,OvertimePay,NetAdj,Dept,NightDiff,".
           02 filler pic x(18) value
               "HolidayPrem,Source".
       01 ws-payadj-line pic x(150).

       *> GL posting working storage. The account map from
       *> gl-accounts.txt; per-department totals of the five
       *> adjustment amounts, accumulated while the pay-adjustment
       *> rows are written; and the built detail lines, held in a
       *> table so the batch header's totals can be proven equal to
       01 ws-gldept-table.
           02 ws-gldept-entry occurs 50 times indexed by gldept-idx.
               03 gd-dept pic x(3).
               03 gd-source pic x(13).
               03 gd-absent-ded pic s9(9)v99.
               03 gd-late-ded pic s9(9)v99.
               03 gd-ot-pay pic s9(9)v99.
               03 gd-night-pay pic s9(9)v99.
               03 gd-hol-pay pic s9(9)v99.
       01 ws-gldept-count pic 99 value 0.
       01 ws-gldept-i pic 99.
       01 ws-gldept-found pic 9.
       01 ws-glpost-table.
           02 ws-glpost-entry occurs 300 times indexed by glpost-idx.
               03 gp-dept pic x(3).
               03 gp-source pic x(13).
               03 gp-type pic x(8).
               03 gp-dr-acct pic x(8).
               03 gp-cr-acct pic x(8).
       01 ws-glpost-i pic 9(3).
       01 ws-gl-ok pic 9.
       01 ws-gl-cur-type pic x(8).
       01 ws-gl-cur-amount pic s9(9)v99.
       01 ws-gl-batch-total pic 9(11)v99.
       01 ws-gl-detail-sum pic 9(11)v99.
       01 ws-gl-line-count pic 9(4).
           02 gld-acct pic x(8).
           02 filler pic x(1) value space.
           02 gld-amount pic 9(9).99.
           02 filler pic x(1) value space.
           02 gld-source pic x(13).
           02 filler pic x(27) value spaces.

       *> Weekly per-employee totals, accumulated across every date
       *> block this run processes and appended to timesheet.txt after
       01 ws-nonwork-ymd pic 9(8).
       01 ws-nonwork-int pic 9(7).
       01 ws-nonwork-dow pic 9.
       *> Work-pattern roster table and the scheduled-day lookup -
       *> ws-sched-check-date/-id/-dept in, ws-sched-day out (1 =
       *> scheduled), ws-sched-has-pattern = 1 when any roster
       *> record applied at all
       01 ws-roster-table.
           02 ws-roster-entry occurs 2000 times.
               03 wr-type pic x(1).
               03 wr-key pic x(4).
               03 wr-eff-date pic x(10).
               03 wr-cycle pic x(1).
               03 wr-days pic x(14).
       01 ws-roster-count pic 9(4) value 0.
       01 ws-roster-i pic 9(4).
       01 ws-roster-idx pic 9(4).
       01 ws-roster-best-eff pic x(10).
       01 ws-roster-ok pic 9.
       01 ws-roster-day-i pic 99.
       01 ws-sched-check-date pic x(10).
       01 ws-sched-id pic x(4).
       01 ws-sched-dept pic x(3).
       01 ws-sched-day pic 9.
       01 ws-sched-has-pattern pic 9.
       01 ws-sched-ymd pic 9(8).
       01 ws-sched-date-int pic 9(7).
       01 ws-sched-eff-int pic 9(7).
       01 ws-sched-dow pic 9.
       01 ws-sched-pos pic 99.
       01 ws-sched-weeks pic 9(5).
       01 ws-sched-week pic 9.
       *> set while finalizing a day that carries clocked hours on a
       *> non-working date, so the timesheet line is flagged for the
       *> holiday premium
       01 ws-worked-holiday pic 9 value 0.
       01 ws-day-prem-hours pic 999.

       *> In-memory copy of overtime-auth.txt, loaded once up front -
       *> checked when a clean day's overtime is folded into the
               03 oa-staff-id pic x(4).
               03 oa-date pic x(10).
               03 oa-hours pic 9(3).
               03 oa-decision pic x(1).
       01 ws-otauth-count pic 9(4) value 0.
       01 ws-otauth-i pic 9(4).
       01 ws-otauth-rejected pic 9(4) value 0.
       01 ws-otauth-in-scope pic 9.
       01 ws-apaud-month-closed pic 9.
       *> Approval checks - the approval under test, the verdict,
       *> each side's department, the authorized-approver list, and
       *> the audit lines already on file so a rerun adds no repeats
       01 ws-appr-kind pic x(10).
       01 ws-appr-staff-id pic x(4).
       01 ws-appr-day pic x(10).
       01 ws-appr-approver pic x(4).
       01 ws-appr-date pic x(10).
       01 ws-appr-ok pic 9.
       01 ws-appr-reason pic x(20).
       01 ws-appr-emp-dept pic x(3).
       01 ws-appr-appr-dept pic x(3).
       01 ws-appr-listed pic 9.
       01 ws-approver-table.
           02 ws-approver-entry occurs 500 times.
               03 av-staff-id pic x(4).
               03 av-dept pic x(3).
       01 ws-approver-count pic 9(4) value 0.
       01 ws-approver-i pic 9(4).
       01 ws-apaud-key-table.
           02 ws-apaud-key occurs 10000 times pic x(59).
       01 ws-apaud-key-count pic 9(5) value 0.
       01 ws-apaud-key-i pic 9(5).
       01 ws-apaud-seen pic 9.
       01 ws-apaud-arch-name pic x(30) value spaces.
       01 ws-apaud-line.
           02 apa-key.
               03 apa-kind pic x(10).
               03 filler pic x(1) value space.
               03 apa-staff-id pic x(4).
               03 filler pic x(1) value space.
               03 apa-date pic x(10).
               03 filler pic x(1) value space.
               03 apa-dept pic x(3).
               03 filler pic x(1) value space.
               03 apa-approver pic x(4).
               03 filler pic x(1) value space.
               03 apa-appr-date pic x(10).
               03 filler pic x(1) value space.
               03 apa-appr-dept pic x(3).
               03 filler pic x(1) value space.
               03 apa-outcome pic x(8).
           02 filler pic x(1) value space.
           02 apa-reason pic x(20).
           02 filler pic x(1) value space.
           02 apa-stamp pic x(14).
           02 filler pic x(5) value spaces.
       01 ws-otauth-found pic 9.
       01 ws-otauth-lookup-id pic x(4).
       01 ws-otauth-lookup-date pic x(10).
       *> set when the correction group in hand qualified via the
       *> unauthorized-overtime report rather than the suspense file
       01 ws-corr-from-unauth pic 9 value 0.
       *> the approval the correction group's rows carry - every row
       *> of a group must name the same one
       01 ws-corr-approval.
           02 ws-corr-approver pic x(4).
           02 ws-corr-appr-date pic x(10).
       01 ws-corr-appr-conflict pic 9 value 0.
       *> the months a correction run's rows fall in
       01 ws-corr-month-table.
           02 ws-corr-month occurs 120 times pic x(7).
       01 ws-corr-month-count pic 9(3) value 0.
       01 ws-corr-month-i pic 9(3).
       01 ws-corr-month-found pic 9.
       01 ws-corr-unauth-idx pic 9(4).
       *> Prior-period adjustments: the months on close-register.txt,
       *> the register (loaded, then this run's new lines after
       *> ws-ppa-loaded), and the day in hand - set when its date is
       *> in a closed month - with what the archived ledger says it
       *> charged when it was first posted
       01 ws-ppa-closed-table.
           02 ws-ppa-closed-month occurs 120 times pic x(7).
       01 ws-ppa-closed-count pic 9(3) value 0.
       01 ws-ppa-closed-i pic 9(3).
       01 ws-corr-prior pic 9 value 0.
       01 ws-ppa-table.
           02 ws-ppa-entry occurs 5000 times.
               03 pa-closed-month pic x(7).
               03 pa-date pic x(10).
               03 pa-id pic x(4).
               03 pa-ot-hours pic s9(3).
               03 pa-line pic x(80).
       01 ws-ppa-count pic 9(4) value 0.
       01 ws-ppa-loaded pic 9(4) value 0.
       01 ws-ppa-i pic 9(4).
       01 ws-ppa-ledger-found pic 9.
       01 ws-ppa-old-halfday pic 9.
       01 ws-ppa-old-late pic 9(3).
       01 ws-ppa-old-ot pic 9(3).
       01 ws-ppa-old-night pic 9(3).
       01 ws-ppa-old-hol pic 9(3).
       01 ws-ppa-new-halfday pic 9.
       01 ws-ppa-new-night pic 9(3).
       01 ws-ppa-new-hol pic 9(3).
       01 ws-ppa-arch-ot pic 9(3).
       01 ws-ppa-room pic s9(4).
       01 ws-ppa-ot-delta pic s9(4).
       01 ws-ppa-line.
           02 ppa-closed-month pic x(7).
           02 filler pic x(1) value space.
           02 ppa-date pic x(10).
           02 filler pic x(1) value space.
           02 ppa-staff-id pic x(4).
           02 filler pic x(1) value space.
           02 ppa-post-month pic x(7).
           02 filler pic x(1) value space.
           02 ppa-dept pic x(3).
           02 filler pic x(1) value space.
           *> signed - a correction that lowers the day's charge
           *> posts a credit
           02 ppa-halfday pic s9(1) sign leading separate.
           02 filler pic x(1) value space.
           02 ppa-late-qtrs pic s9(3) sign leading separate.
           02 filler pic x(1) value space.
           02 ppa-ot-hours pic s9(3) sign leading separate.
           02 filler pic x(1) value space.
           02 ppa-night-hours pic s9(3) sign leading separate.
           02 filler pic x(1) value space.
           02 ppa-hol-hours pic s9(3) sign leading separate.
           02 filler pic x(1) value space.
           02 ppa-stamp pic x(14).
           02 filler pic x(7) value spaces.
       01 ws-ot-prev-posted pic 999.
       01 ws-ot-post-delta pic 999.
       01 ws-unauth-line.
               03 wm-ytd-absent pic 9(3).
               03 wm-ytd-overtime pic 9(3).
               03 wm-halfdays pic 9(3).
               03 wm-night-hours pic 9(3).
               03 wm-hol-hours pic 9(3).
       01 ws-monthly-count pic 9(4) value 0.
       01 ws-monthly-idx pic 9(4).
       01 ws-monthly-found pic 9.
           *> timestamp above, so block boundaries must come from
           *> here and never be re-derived from the timestamp
           02 ws-attend-sort-date pic x(10).
           02 ws-attend-approval pic x(14).


       01 ws-employees-table.
               10 ws-department pic x(3).
               10 ws-monthly-salary pic x(6).
               10 ws-termination-date pic x(10).
               10 ws-dept-history.
                   15 ws-dh-entry occurs 6 times.
                       20 ws-dh-eff pic x(10).
                       20 ws-dh-dept pic x(3).

       *> Department-as-of-date lookup: a copy of one employee's
       *> department history, their master department (the answer
       *> when no move applies), the date asked about and the result
       01 ws-dasof-hist.
           02 ws-dasof-entry occurs 6 times.
               03 ws-dasof-eff pic x(10).
               03 ws-dasof-dept pic x(3).
       01 ws-dasof-current pic x(3).
       01 ws-dasof-date pic x(10).
       01 ws-dasof-result pic x(3).
       01 ws-dasof-best pic x(10).
       01 ws-dasof-i pic 9.

       *> Credit for the following format goes to Huzeyfe Kiran
       01 ws-m-table.
           *> half-day absences this month - two of them cost a full
           *> day in the absence deduction
           02 ws-halfdays pic 999.
           *> this month's overnight-shift hours and hours worked on
           *> non-working dates, for the night and holiday premiums
           02 ws-night-hours pic 999.
           02 ws-hol-hours pic 999.
           02 slash pic x(2) value "\r".


           "Number on Holiday:".
           02 summery-footer-6-3 pic ZZZZ.
           02 slash pic x(2) value "\r".
       01 summery-footer-7.
           02 summery-footer-7-1 pic x(26) value
           "Number Not Scheduled:".
           02 summery-footer-7-3 pic ZZZZ.
           02 slash pic x(2) value "\r".

       *> Department subtotal block, printed once per department found
       *> in the run, before the company-wide footer
       01 num-suspicious pic 9999 value 0000.
       01 num-onleave pic 9999 value 0000.
       01 num-holiday pic 9999 value 0000.
       01 num-notsched pic 9999 value 0000.
       *> These variables are responsible for Summery file
       01 o-summery-record.
           02 summery-staff-id pic x(4).
           02 space-2 pic x(3) value spaces.
           02 summery-dept pic x(3).
           02 space-1 pic x(8) value spaces.
           02 summery-status pic x(13).
           02 slash-r pic x(2) value "/r".


                move ws-run-severity to return-code
                STOP RUN
            end-if
            if ws-run-mode = "REVERSAL"
                PERFORM reversal-run
                move ws-run-severity to return-code
                STOP RUN
            end-if
            if ws-run-mode = "INQUIRY"
                PERFORM inquiry-run
                move ws-run-severity to return-code
                STOP RUN
            end-if
            if ws-run-mode = "RECONCILE"
                PERFORM payroll-reconcile-run
                move ws-run-severity to return-code
                STOP RUN
            end-if
            PERFORM load-control-file.
            PERFORM open-staff-master.
            PERFORM load-shift-tables.
            PERFORM load-leave-table.
            PERFORM load-leave-balance-table.
            PERFORM load-holiday-table.
            PERFORM load-roster-table.
            PERFORM load-otauth-table.
            PERFORM check-for-restart.
            move ws-restart-mode to ws-run-was-restart.
                    open EXTEND OUT-LATE
                    open EXTEND OUT-TIMESHEET
                end-if
                perform open-ledger-extend
                PERFORM read-master-next
                if ws-restart-mode = 1 and ws-first-date-iteration = 1
                    *> skip-to-restart-point already primes
                close OUT-CSV
                close OUT-LATE
                close OUT-TIMESHEET
                close LEDGER-FILE
                *> each date gets its own fresh company-wide/dept
                *> counters - only the date being resumed keeps the
                *> totals restored from the checkpoint
                move 0 to num-suspicious
                move 0 to num-onleave
                move 0 to num-holiday
                move 0 to num-notsched
                perform reset-dept-table
                move 0 to ws-late-count
                *> the block just finalized becomes the yardstick the
                       at end move 10 to fs-rreg
                       not at end
                           if rreg-from-date not = spaces
                               and rreg-reversed not = "R"
                               if ws-rreg-count = 5000
                                   move "RUN REGISTER"
                                       to ws-table-full-name
           move ws-late-quarter-minutes to rreg-late-qtr
           move ws-overtime-start-hour to rreg-ot-start
           move ws-overtime-cap to rreg-ot-cap
           move ws-feed-batch-id to rreg-batch-id
           if ws-run-was-restart = 1
               move "R" to rreg-restart
           else
                               to ws-hist-to-month
                   end-read
               end-if
               *> REVERSAL carries the dates to back out on the next
               *> two lines: from-date and to-date (YYYY-MM-DD; a
               *> blank to-date reverses the one date)
               if ws-run-mode = "REVERSAL" and fs-mode not = 10
                   read RUNMODE-FILE
                       at end move 10 to fs-mode
                       not at end
                           move runmode-record(1:10)
                               to ws-rev-from-date
                   end-read
               end-if
               if ws-run-mode = "REVERSAL" and fs-mode not = 10
                   read RUNMODE-FILE
                       at end move 10 to fs-mode
                       not at end
                           move runmode-record(1:10)
                               to ws-rev-to-date
                   end-read
               end-if
               *> INQUIRY carries the staff-id and the date range on
               *> the next three lines: staff-id, from-date and
               *> to-date (YYYY-MM-DD; a blank to-date means one day)
               if ws-run-mode = "INQUIRY" and fs-mode not = 10
                   read RUNMODE-FILE
                       at end move 10 to fs-mode
                       not at end
                           move runmode-record(1:4) to ws-inq-staff-id
                   end-read
               end-if
               if ws-run-mode = "INQUIRY" and fs-mode not = 10
                   read RUNMODE-FILE
                       at end move 10 to fs-mode
                       not at end
                           move runmode-record(1:10)
                               to ws-inq-from-date
                   end-read
               end-if
               if ws-run-mode = "INQUIRY" and fs-mode not = 10
                   read RUNMODE-FILE
                       at end move 10 to fs-mode
                       not at end
                           move runmode-record(1:10)
                               to ws-inq-to-date
                   end-read
               end-if
               *> MONTH-END may carry an override on the next line -
               *> OVERRIDE followed by the reason - to close a month
               *> whose readiness report still shows blocking items
               if ws-run-mode = "MONTH-END" and fs-mode not = 10
                   read RUNMODE-FILE
                       at end move 10 to fs-mode
                       not at end
                           if runmode-record(1:8) = "OVERRIDE"
                               move 1 to ws-close-override
                               move runmode-record(10:60)
                                   to ws-close-override-reason
                           end-if
                   end-read
               end-if
               close RUNMODE-FILE
           end-if
           *> an operator typo (MONTHEND, CORECTION, ...) must not
               when "LOAD"
               when "UNLOAD"
               when "HISTORY"
               when "INQUIRY"
               when "REVERSAL"
               when "RECONCILE"
                   continue
               when other
                   move spaces to ws-log-text
                   end-string
                   perform log-error
                   display "VALID MODES: DAILY, MONTH-END, "
                       "CORRECTION, MAINT, LOAD, UNLOAD, HISTORY, "
                       "INQUIRY, REVERSAL, RECONCILE"
                   move 16 to return-code
                   stop run
           end-evaluate.
           end-if
           perform write-run-log.

       *> the clock feed refused whole - its own exit code, so the
       *> scheduler can send the upload back to the vendor
       log-refuse.
           move "ERROR" to ws-log-tag
           if ws-run-severity < 12
               move 12 to ws-run-severity
           end-if
           perform write-run-log.

       log-error.
           move "ERROR" to ws-log-tag
           move 16 to ws-run-severity
      *> for the from/to month range in runmode.txt, joins them to
      *> the staff master, and writes history-report.txt - absences,
      *> late quarters and overtime per employee per month with range
      *> totals, plus a per-department trend section built day by day
      *> from the ledger archives, so each day counts for the
      *> department the employee was in on it. The archives stop
      *> being write-only
       history-run.
           if ws-hist-from-month = spaces
               or ws-hist-to-month = spaces
               perform load-history-month
               perform advance-history-month
           end-perform
           *> before the master walk - the trend reads the master
           *> by key
           perform build-history-dept-trend
           perform write-history-report
           close EMP-MASTER.

           move 0 to ws-hist-tot-abs
           move 0 to ws-hist-tot-late
           move 0 to ws-hist-tot-ot
           perform varying ws-hist-m from 1 by 1
                   until ws-hist-m > ws-hist-month-count
               if ws-hist-ldg-have(ws-hist-m) = 0
                   perform credit-history-month-end-dept
               end-if
               move ws-hist-month-name(ws-hist-m) to hist-det-month
               move hh-absent(ws-hist-i, ws-hist-m) to hist-det-abs
               move hh-late(ws-hist-i, ws-hist-m) to hist-det-late
               add hh-absent(ws-hist-i, ws-hist-m) to ws-hist-tot-abs
               add hh-late(ws-hist-i, ws-hist-m) to ws-hist-tot-late
               add hh-ot(ws-hist-i, ws-hist-m) to ws-hist-tot-ot
           end-perform
           move "TOTAL" to hist-det-month
           move ws-hist-tot-abs to hist-det-abs
           move ws-hist-tot-ot to hist-det-ot
           write history-record from ws-hist-det-line.

       *> A month closed before the ledger was kept has only the
       *> monthly counters - they go whole to the department the
       *> employee was in at that month's end
       credit-history-month-end-dept.
           move spaces to ws-dasof-date
           string ws-hist-month-name(ws-hist-m) delimited by size
                  "-31" delimited by size
                  into ws-dasof-date
           end-string
           perform find-master-dept-as-of
           perform find-histdept-slot
           add hh-absent(ws-hist-i, ws-hist-m)
               to hd-absent(ws-histdept-i, ws-hist-m)
           add hh-late(ws-hist-i, ws-hist-m)
               to hd-late(ws-histdept-i, ws-hist-m)
           add hh-ot(ws-hist-i, ws-hist-m)
               to hd-ot(ws-histdept-i, ws-hist-m).

       *> Department trend from the ledger archives: every day not
       *> since reversed is charged to the department in effect on
       *> its date, so a mid-month transfer splits the month
       build-history-dept-trend.
           move spaces to ws-hist-ldg-last-id
           perform varying ws-hist-m from 1 by 1
                   until ws-hist-m > ws-hist-month-count
               perform load-history-ledger-month
           end-perform.

       load-history-ledger-month.
           move 0 to ws-hist-ldg-have(ws-hist-m)
           move spaces to ws-ledger-arch-name
           string "ledger-" delimited by size
                  ws-hist-month-name(ws-hist-m) delimited by size
                  ".txt" delimited by size
                  into ws-ledger-arch-name
           end-string
           move 0 to fs-ldgarch
           open input LEDGER-ARCHIVE
           if fs-ldgarch = 00
               move 1 to ws-hist-ldg-have(ws-hist-m)
               perform until fs-ldgarch = 10
                   read LEDGER-ARCHIVE into ws-ledger-line
                       at end move 10 to fs-ldgarch
                       not at end perform post-history-ledger-day
                   end-read
               end-perform
               close LEDGER-ARCHIVE
           else
               move spaces to ws-log-text
               string "NO LEDGER FOR " delimited by size
                      ws-hist-month-name(ws-hist-m) delimited by size
                      " - TREND USES MONTH-END DEPT" delimited by size
                      into ws-log-text
               end-string
               perform log-warn
           end-if.

       *> A day is credited to the column of its own month - one
       *> outside the range is skipped
       post-history-ledger-day.
           move 0 to ws-hist-ldg-m
           perform varying ws-hist-fill-m from 1 by 1
                   until ws-hist-fill-m > ws-hist-month-count
               if ws-hist-month-name(ws-hist-fill-m) = ldg-date(1:7)
                   move ws-hist-fill-m to ws-hist-ldg-m
                   exit perform
               end-if
           end-perform
           if ws-hist-ldg-m > 0 and ldg-reversed not = "R"
               perform post-history-ledger-day-body
           end-if.

       post-history-ledger-day-body.
           if ldg-staff-id not = ws-hist-ldg-last-id
               move ldg-staff-id to ws-emp-lookup-id
               perform read-employee-random
               move ws-emp-found to ws-hist-ldg-emp-found
               move ldg-staff-id to ws-hist-ldg-last-id
           end-if
           *> someone since removed from the master keeps the
           *> department the ledger recorded on the day
           if ws-hist-ldg-emp-found = 1
               move ldg-date to ws-dasof-date
               perform find-master-dept-as-of
           else
               move ldg-dept to ws-dasof-result
           end-if
           perform find-histdept-slot
           if ldg-absent is numeric
               add ldg-absent to hd-absent(ws-histdept-i, ws-hist-ldg-m)
           end-if
           if ldg-late-qtrs is numeric
               add ldg-late-qtrs
                   to hd-late(ws-histdept-i, ws-hist-ldg-m)
           end-if
           if ldg-ot-posted is numeric
               add ldg-ot-posted to hd-ot(ws-histdept-i, ws-hist-ldg-m)
           end-if.

       *> Finds (or adds, zero-filled) the trend slot for the
       *> department in ws-dasof-result
       find-histdept-slot.
           move 0 to ws-hist-found
           perform varying ws-histdept-i from 1 by 1
                   until ws-histdept-i > ws-histdept-count
               if hd-dept(ws-histdept-i) = ws-dasof-result
                   move 1 to ws-hist-found
                   exit perform
               end-if
               end-if
               add 1 to ws-histdept-count
               move ws-histdept-count to ws-histdept-i
               move ws-dasof-result to hd-dept(ws-histdept-i)
               perform varying ws-hist-fill-m from 1 by 1
                       until ws-hist-fill-m > 12
                   move 0 to hd-absent(ws-histdept-i, ws-hist-fill-m)
           end-perform.

      ******************************
      *> Ledger inquiry run: one employee's day-by-day history over a
      *> date range, read back from the attendance ledger - the
      *> monthly ledger archives from the from-month on, then the
      *> live ledger - and printed in date order to
      *> inquiry-report.txt, each day showing what was decided and
      *> charged, and whether it was later amended or reversed
       inquiry-run.
           if ws-inq-to-date = spaces
               move ws-inq-from-date to ws-inq-to-date
           end-if
           move ws-inq-from-date to ws-val-date
           perform validate-ymd-date
           if ws-val-date-ok = 1
               move ws-inq-to-date to ws-val-date
               perform validate-ymd-date
           end-if
           if ws-inq-staff-id = spaces
               or ws-val-date-ok = 0
               or ws-inq-from-date > ws-inq-to-date
               move spaces to ws-log-text
               string "INQUIRY NEEDS STAFF-ID, FROM/TO DATES "
                          delimited by size
                      "ON runmode.txt LINES 2-4" delimited by size
                      into ws-log-text
               end-string
               perform log-error
               move 16 to return-code
               stop run
           end-if
           move spaces to iqh-lname
           move spaces to iqh-fname
           perform open-staff-master
           move ws-inq-staff-id to ws-emp-lookup-id
           perform read-employee-random
           if ws-emp-found = 1
               move master-lname to iqh-lname
               move master-fname to iqh-fname
           else
               move spaces to ws-log-text
               string "STAFF-ID " delimited by size
                      ws-inq-staff-id delimited by size
                      " NOT ON STAFF MASTER" delimited by size
                      into ws-log-text
               end-string
               perform log-warn
           end-if
           close EMP-MASTER
           perform load-amend-register
           move 0 to ws-inq-count
           *> a month is archived whole at its close, but a record
           *> posted late can land in a later month's archive - keep
           *> reading past the to-month until the archives run out
           move ws-inq-from-date(1:7) to ws-hist-cur-month
           move 0 to ws-inq-months-read
           move 0 to ws-inq-scan-done
           perform until ws-inq-scan-done = 1
                   or ws-inq-months-read = 120
               perform scan-ledger-archive
               perform advance-history-month
               add 1 to ws-inq-months-read
           end-perform
           move 0 to fs-ledger
           open input LEDGER-FILE
           if fs-ledger = 00
               perform until fs-ledger = 10
                   read LEDGER-FILE into ws-ledger-line
                       at end move 10 to fs-ledger
                       not at end perform collect-inquiry-record
                   end-read
               end-perform
               close LEDGER-FILE
           end-if
           perform sort-inquiry-table
           perform write-inquiry-report
           move spaces to ws-log-text
           string "INQUIRY FOR " delimited by size
                  ws-inq-staff-id delimited by size
                  " - LEDGER RECORDS LISTED: " delimited by size
                  ws-inq-count delimited by size
                  into ws-log-text
           end-string
           if ws-inq-count = 0
               perform log-warn
           else
               perform log-info
           end-if.

       *> Reads ledger-YYYY-MM.txt for the month in ws-hist-cur-month.
       *> A month before the to-month with no archive is simply not
       *> closed yet; past the to-month, the first gap ends the scan
       scan-ledger-archive.
           move spaces to ws-ledger-arch-name
           string "ledger-" delimited by size
                  ws-hist-cur-month delimited by space
                  ".txt" delimited by size
                  into ws-ledger-arch-name
           end-string
           move 0 to fs-ldgarch
           open input LEDGER-ARCHIVE
           if fs-ldgarch = 00
               perform until fs-ldgarch = 10
                   read LEDGER-ARCHIVE into ws-ledger-line
                       at end move 10 to fs-ldgarch
                       not at end perform collect-inquiry-record
                   end-read
               end-perform
               close LEDGER-ARCHIVE
           else
               if ws-hist-cur-month > ws-inq-to-date(1:7)
                   move 1 to ws-inq-scan-done
               end-if
           end-if.

       collect-inquiry-record.
           if ldg-staff-id = ws-inq-staff-id
               and ldg-date not < ws-inq-from-date
               and ldg-date not > ws-inq-to-date
               if ws-inq-count = 2000
                   move "INQUIRY RECORDS" to ws-table-full-name
                   perform table-capacity-stop
               end-if
               add 1 to ws-inq-count
               move ldg-date to iq-date(ws-inq-count)
               move ldg-stamp to iq-stamp(ws-inq-count)
               move ws-ledger-line to iq-record(ws-inq-count)
           end-if.

       *> Date order, and within a date the order the records were
       *> posted in - the daily record ahead of its correction
       sort-inquiry-table.
           perform varying ws-inq-i from 1 by 1
                   until ws-inq-i > ws-inq-count
               perform varying ws-inq-j from 1 by 1
                       until ws-inq-j > ws-inq-count - ws-inq-i
                   if iq-date(ws-inq-j) > iq-date(ws-inq-j + 1)
                       or (iq-date(ws-inq-j) = iq-date(ws-inq-j + 1)
                       and iq-stamp(ws-inq-j) >
                           iq-stamp(ws-inq-j + 1))
                       perform swap-inquiry-entries
                   end-if
               end-perform
           end-perform.

       swap-inquiry-entries.
           move ws-inq-entry(ws-inq-j) to ws-inq-hold
           move ws-inq-entry(ws-inq-j + 1) to ws-inq-entry(ws-inq-j)
           move ws-inq-hold to ws-inq-entry(ws-inq-j + 1).

       write-inquiry-report.
           open output OUT-INQUIRY
           write inquiry-record from ws-inq-header
           move ws-inq-staff-id to iqh-staff-id
           move ws-inq-from-date to iqh-from
           move ws-inq-to-date to iqh-to
           write inquiry-record from ws-inq-id-line
           write inquiry-record from ws-inq-col-header
           perform varying ws-inq-i from 1 by 1
                   until ws-inq-i > ws-inq-count
               move iq-record(ws-inq-i) to ws-ledger-line
               perform write-inquiry-line
           end-perform
           move ws-inq-count to iqt-count
           write inquiry-record from ws-inq-total-line
           close OUT-INQUIRY.

       write-inquiry-line.
           move ldg-date to iqd-date
           move ldg-status to iqd-status
           move ldg-dept to iqd-dept
           move ldg-shift to iqd-shift
           compute ws-day-hours rounded = ldg-minutes / 60
           move ws-day-hours to iqd-hours
           move ldg-late-qtrs to iqd-late
           move ldg-ot-hours to iqd-ot
           move ldg-ot-auth to iqd-auth
           move ldg-ot-held to iqd-held
           move ldg-ot-posted to iqd-posted
           move ldg-reason to iqd-reason
           move ldg-source to iqd-source
           *> a daily record whose day went through a correction
           *> run afterwards no longer stands as posted
           move 0 to ws-inq-amended
           perform varying ws-areg-i from 1 by 1
                   until ws-areg-i > ws-areg-count
               if ar-date(ws-areg-i) = ldg-date
                   and ar-id(ws-areg-i) = ldg-staff-id
                   move 1 to ws-inq-amended
                   exit perform
               end-if
           end-perform
           move spaces to iqd-notes
           if ldg-reversed = "R"
               move "REVERSED" to iqd-notes
           else
               if ldg-source = "C"
                   move "AMENDMENT" to iqd-notes
               else
                   if ws-inq-amended = 1
                       move "LATER AMENDED" to iqd-notes
                   end-if
               end-if
           end-if
           write inquiry-record from ws-inq-line.

      ******************************
      *> Reversal run: backs a bad feed's posted dates out of the open
      *> month. Every ledger record on those dates not already backed
      *> out has exactly what it charged taken off the monthly
      *> counters and YTD figures, and any leave day it consumed put
      *> back; the run-register entries are marked reversed so the
      *> corrected feed posts normally, and the suspense, unauthorized
      *> overtime and amendment lines for the dates are withdrawn
      *> with them. Pay adjustments and GL postings are regenerated
       reversal-run.
           perform validate-reversal-request
           if ws-rev-ok = 1
               perform reversal-run-body
           end-if.

       *> Every check runs before anything is touched - a refused
       *> reversal leaves every file exactly as it was
       validate-reversal-request.
           move 1 to ws-rev-ok
           if ws-rev-to-date = spaces
               move ws-rev-from-date to ws-rev-to-date
           end-if
           move ws-rev-from-date to ws-val-date
           perform validate-ymd-date
           if ws-val-date-ok = 1
               move ws-rev-to-date to ws-val-date
               perform validate-ymd-date
           end-if
           if ws-val-date-ok = 0 or ws-rev-from-date > ws-rev-to-date
               move spaces to ws-log-text
               string "REVERSAL NEEDS FROM/TO DATES (YYYY-MM-DD) "
                          delimited by size
                      "ON runmode.txt LINES 2 AND 3" delimited by size
                      into ws-log-text
               end-string
               perform log-error
               move 0 to ws-rev-ok
           end-if
           if ws-rev-ok = 1
               perform check-reversal-closed
           end-if
           if ws-rev-ok = 1
               perform load-close-monthly-table
               if ws-close-have-file = 0
                   move "NO MONTHLY FILE - REVERSAL REFUSED"
                       to ws-log-text
                   perform log-error
                   move 0 to ws-rev-ok
               else
                   if ws-rev-from-date(1:7) not = ws-close-month
                       or ws-rev-to-date(1:7) not = ws-close-month
                       move spaces to ws-log-text
                       string "DATES OUTSIDE OPEN MONTH "
                                  delimited by size
                              ws-close-month delimited by size
                              " - REVERSAL REFUSED" delimited by size
                              into ws-log-text
                       end-string
                       perform log-error
                       move 0 to ws-rev-ok
                   end-if
               end-if
           end-if
           if ws-rev-ok = 1
               perform check-reversal-restart
           end-if
           if ws-rev-ok = 1
               perform check-reversal-register
           end-if
           if ws-rev-ok = 1
               perform check-reversal-ledger
           end-if.

       *> A date in a month on the close register is history - its
       *> figures went to payroll with the close
       check-reversal-closed.
           move 0 to fs-creg
           open input CLOSE-REGISTER
           if fs-creg = 00
               perform until fs-creg = 10
                   read CLOSE-REGISTER
                       at end move 10 to fs-creg
                       not at end
                           if creg-month = ws-rev-from-date(1:7)
                               or creg-month = ws-rev-to-date(1:7)
                               move 0 to ws-rev-ok
                           end-if
                   end-read
               end-perform
               close CLOSE-REGISTER
           end-if
           if ws-rev-ok = 0
               move spaces to ws-log-text
               string "DATES IN A CLOSED MONTH - REVERSAL REFUSED"
                          delimited by size
                      into ws-log-text
               end-string
               perform log-error
           end-if.

       *> A daily run that abended part-way through a date in range
       *> must be finished (restarted) before it can be backed out
       check-reversal-restart.
           move 0 to fs-chk
           open input CHECKPOINT-FILE
           if fs-chk = 00
               read CHECKPOINT-FILE
                   at end move 10 to fs-chk
                   not at end
                       if chk-date not < ws-rev-from-date
                           and chk-date not > ws-rev-to-date
                           move spaces to ws-log-text
                           string "RESTART PENDING FOR "
                                      delimited by size
                                  chk-date delimited by size
                                  " - REVERSAL REFUSED"
                                      delimited by size
                                  into ws-log-text
                           end-string
                           perform log-error
                           move 0 to ws-rev-ok
                       end-if
               end-read
               close CHECKPOINT-FILE
           end-if.

       *> Counts the live register entries inside the range. One that
       *> only partly overlaps it (a multi-date entry) cannot be split
       *> and refuses the run; no entry at all means nothing to undo
       check-reversal-register.
           move 0 to ws-rev-posted
           move 0 to fs-rreg
           open input RUN-REGISTER
           if fs-rreg = 00
               perform until fs-rreg = 10
                   read RUN-REGISTER
                       at end move 10 to fs-rreg
                       not at end perform check-one-reversal-entry
                   end-read
               end-perform
               close RUN-REGISTER
           end-if
           if ws-rev-ok = 1 and ws-rev-posted = 0
               move spaces to ws-log-text
               string "NO POSTED DATE IN " delimited by size
                      ws-rev-from-date delimited by size
                      " TO " delimited by size
                      ws-rev-to-date delimited by size
                      " - NOTHING TO REVERSE" delimited by size
                      into ws-log-text
               end-string
               perform log-error
               move 0 to ws-rev-ok
           end-if.

       check-one-reversal-entry.
           if rreg-from-date not = spaces
               and rreg-reversed not = "R"
               and rreg-from-date not > ws-rev-to-date
               and rreg-to-date not < ws-rev-from-date
               if rreg-from-date < ws-rev-from-date
                   or rreg-to-date > ws-rev-to-date
                   move spaces to ws-log-text
                   string "REGISTER ENTRY " delimited by size
                          rreg-from-date delimited by size
                          "/" delimited by size
                          rreg-to-date delimited by size
                          " STRADDLES RANGE - REVERSAL REFUSED"
                              delimited by size
                          into ws-log-text
                   end-string
                   perform log-error
                   move 0 to ws-rev-ok
               else
                   add 1 to ws-rev-posted
               end-if
           end-if.

       *> Every live register date in range must still have ledger
       *> records to back out - a date posted before the ledger was
       *> kept, or with the ledger gone, would be flagged reversed
       *> with nothing taken off the monthly figures, and the next
       *> daily run would post it a second time
       check-reversal-ledger.
           move 0 to ws-rev-ldg-count
           move 0 to fs-ledger
           open input LEDGER-FILE
           if fs-ledger = 00
               perform until fs-ledger = 10
                   read LEDGER-FILE into ws-ledger-line
                       at end move 10 to fs-ledger
                       not at end perform note-reversal-ledger-date
                   end-read
               end-perform
               close LEDGER-FILE
           end-if
           move 0 to fs-rreg
           open input RUN-REGISTER
           if fs-rreg = 00
               perform until fs-rreg = 10
                   read RUN-REGISTER
                       at end move 10 to fs-rreg
                       not at end perform check-reversal-entry-ledger
                   end-read
               end-perform
               close RUN-REGISTER
           end-if.

       *> The range lies inside one month, so 31 dates hold it all
       note-reversal-ledger-date.
           if ldg-date not < ws-rev-from-date
               and ldg-date not > ws-rev-to-date
               and ldg-reversed not = "R"
               move 0 to ws-rev-ldg-found
               perform varying ws-rev-ldg-i from 1 by 1
                       until ws-rev-ldg-i > ws-rev-ldg-count
                   if ws-rev-ldg-date(ws-rev-ldg-i) = ldg-date
                       move 1 to ws-rev-ldg-found
                       exit perform
                   end-if
               end-perform
               if ws-rev-ldg-found = 0 and ws-rev-ldg-count < 31
                   add 1 to ws-rev-ldg-count
                   move ldg-date to ws-rev-ldg-date(ws-rev-ldg-count)
               end-if
           end-if.

       check-reversal-entry-ledger.
           if rreg-from-date not = spaces
               and rreg-reversed not = "R"
               and rreg-from-date not < ws-rev-from-date
               and rreg-to-date not > ws-rev-to-date
               move 0 to ws-rev-ldg-found
               perform varying ws-rev-ldg-i from 1 by 1
                       until ws-rev-ldg-i > ws-rev-ldg-count
                   if ws-rev-ldg-date(ws-rev-ldg-i)
                       not < rreg-from-date
                       and ws-rev-ldg-date(ws-rev-ldg-i)
                       not > rreg-to-date
                       move 1 to ws-rev-ldg-found
                       exit perform
                   end-if
               end-perform
               if ws-rev-ldg-found = 0
                   move spaces to ws-log-text
                   string "NO LEDGER RECORDS FOR " delimited by size
                          rreg-from-date delimited by size
                          " - REVERSAL REFUSED" delimited by size
                          into ws-log-text
                   end-string
                   perform log-error
                   move 0 to ws-rev-ok
               end-if
           end-if.

       reversal-run-body.
           perform load-control-file
           perform open-staff-master
           perform load-holiday-table
           perform load-roster-table
           perform load-shift-tables
           perform load-leave-balance-table
           move function current-date(1:14) to ws-rev-stamp
           move 0 to ws-rev-records
           move 0 to ws-rev-posted
           move 0 to ws-rev-dropped
           open output OUT-REVERSAL
           write reversal-record from ws-rev-header
           move ws-rev-from-date to rvh-from
           move ws-rev-to-date to rvh-to
           write reversal-record from ws-rev-range-line
           write reversal-record from ws-rev-col-header
           perform reverse-ledger-records
           perform reverse-run-register
           perform withdraw-reversed-suspense
           perform withdraw-reversed-unauth
           perform withdraw-reversed-amends
           move ws-rev-records to rvt-records
           move ws-rev-posted to rvt-posted
           move ws-rev-dropped to rvt-dropped
           write reversal-record from ws-rev-total-line
           close OUT-REVERSAL
           perform rewrite-monthly-file
           perform write-leave-balances-body
           perform write-pay-adjustments-body
           close EMP-MASTER
           move spaces to ws-log-text
           string "REVERSAL " delimited by size
                  ws-rev-from-date delimited by size
                  " TO " delimited by size
                  ws-rev-to-date delimited by size
                  " COMPLETE - LEDGER RECORDS: " delimited by size
                  ws-rev-records delimited by size
                  into ws-log-text
           end-string
           perform log-info.

       *> Walks the live ledger through the scratch copy: records in
       *> range not yet backed out are reversed and flagged R, every
       *> record goes back on the ledger
       reverse-ledger-records.
           move 0 to fs-ledger
           open input LEDGER-FILE
           if fs-ledger = 00
               open output WORK-FILE
               perform until fs-ledger = 10
                   read LEDGER-FILE into ws-ledger-line
                       at end move 10 to fs-ledger
                       not at end
                           if ldg-date not < ws-rev-from-date
                               and ldg-date not > ws-rev-to-date
                               and ldg-reversed not = "R"
                               perform reverse-one-ledger-record
                           end-if
                           write work-record from ws-ledger-line
                   end-read
               end-perform
               close LEDGER-FILE
               close WORK-FILE
               open input WORK-FILE
               open output LEDGER-FILE
               move 0 to fs-work
               perform until fs-work = 10
                   read WORK-FILE
                       at end move 10 to fs-work
                       not at end
                           write ledger-record from work-record
                   end-read
               end-perform
               close WORK-FILE
               close LEDGER-FILE
           end-if.

       *> Takes one ledger record's charges back off the employee's
       *> monthly row - never below zero, in case the row was edited
       *> by hand since - and restores a consumed leave day
       reverse-one-ledger-record.
           move spaces to rvl-note
           move ldg-staff-id to ws-monthly-key
           perform find-monthly-slot
           if ws-monthly-found = 0
               move "NO MONTHLY ROW" to rvl-note
           else
               perform reverse-monthly-charges
           end-if
           if ldg-leave-type not = spaces
               move ldg-staff-id to ws-staff-number
               move ldg-leave-type to ws-consume-leave-type
               perform find-leave-balance
               if ws-lvbal-found = 1
                   add 1 to lb-balance(ws-lvbal-i)
               else
                   move "NO LEAVE BALANCE" to rvl-note
               end-if
           end-if
           move ldg-date to rvl-date
           move ldg-staff-id to rvl-staff-id
           move ldg-status to rvl-status
           move ldg-source to rvl-source
           move ldg-absent to rvl-absent
           move ldg-halfday to rvl-halfday
           move ldg-late-qtrs to rvl-late
           move ldg-ot-posted to rvl-ot
           move ldg-ot-auth to rvl-ytd-ot
           move ldg-leave-type to rvl-leave
           write reversal-record from ws-rev-line
           move "R" to ldg-reversed
           add 1 to ws-rev-records.

       reverse-monthly-charges.
           if wm-days-absent(ws-monthly-idx) > ldg-absent
               subtract ldg-absent from wm-days-absent(ws-monthly-idx)
           else
               move 0 to wm-days-absent(ws-monthly-idx)
           end-if
           if wm-ytd-absent(ws-monthly-idx) > ldg-absent
               subtract ldg-absent from wm-ytd-absent(ws-monthly-idx)
           else
               move 0 to wm-ytd-absent(ws-monthly-idx)
           end-if
           if wm-halfdays(ws-monthly-idx) > ldg-halfday
               subtract ldg-halfday from wm-halfdays(ws-monthly-idx)
           else
               move 0 to wm-halfdays(ws-monthly-idx)
           end-if
           if wm-late(ws-monthly-idx) > ldg-late-qtrs
               subtract ldg-late-qtrs from wm-late(ws-monthly-idx)
           else
               move 0 to wm-late(ws-monthly-idx)
           end-if
           if wm-overtime(ws-monthly-idx) > ldg-ot-posted
               subtract ldg-ot-posted from wm-overtime(ws-monthly-idx)
           else
               move 0 to wm-overtime(ws-monthly-idx)
           end-if
           if wm-ytd-overtime(ws-monthly-idx) > ldg-ot-auth
               subtract ldg-ot-auth
                   from wm-ytd-overtime(ws-monthly-idx)
           else
               move 0 to wm-ytd-overtime(ws-monthly-idx)
           end-if
           *> a ledger record older than the premium columns carries
           *> spaces there - it charged no premium hours
           if ldg-night-hours is numeric
               if wm-night-hours(ws-monthly-idx) > ldg-night-hours
                   subtract ldg-night-hours
                       from wm-night-hours(ws-monthly-idx)
               else
                   move 0 to wm-night-hours(ws-monthly-idx)
               end-if
           end-if
           if ldg-hol-hours is numeric
               if wm-hol-hours(ws-monthly-idx) > ldg-hol-hours
                   subtract ldg-hol-hours
                       from wm-hol-hours(ws-monthly-idx)
               else
                   move 0 to wm-hol-hours(ws-monthly-idx)
               end-if
           end-if.

       *> Marks the register entries inside the range reversed, so
       *> the next daily run no longer skips those dates
       reverse-run-register.
           move 0 to fs-rreg
           open input RUN-REGISTER
           open output WORK-FILE
           perform until fs-rreg = 10
               read RUN-REGISTER
                   at end move 10 to fs-rreg
                   not at end
                       if rreg-from-date not = spaces
                           and rreg-reversed not = "R"
                           and rreg-from-date not < ws-rev-from-date
                           and rreg-to-date not > ws-rev-to-date
                           move "R" to rreg-reversed
                           move ws-rev-stamp to rreg-reversed-stamp
                           move rreg-from-date to rvr-date
                           write reversal-record from ws-rev-reg-line
                           add 1 to ws-rev-posted
                       end-if
                       write work-record from run-register-record
               end-read
           end-perform
           close RUN-REGISTER
           close WORK-FILE
           open input WORK-FILE
           open output RUN-REGISTER
           move 0 to fs-work
           perform until fs-work = 10
               read WORK-FILE
                   at end move 10 to fs-work
                   not at end
                       write run-register-record from work-record
               end-read
           end-perform
           close WORK-FILE
           close RUN-REGISTER.

       *> The reversed dates' suspense days go with them - the
       *> corrected feed writes its own
       withdraw-reversed-suspense.
           move 0 to fs-susp
           open input OUT-SUSPENSE
           if fs-susp = 00
               open output WORK-FILE
               perform until fs-susp = 10
                   read OUT-SUSPENSE
                       at end move 10 to fs-susp
                       not at end
                           if suspense-record(1:10)
                                   not < ws-rev-from-date
                               and suspense-record(1:10)
                                   not > ws-rev-to-date
                               add 1 to ws-rev-dropped
                           else
                               write work-record from suspense-record
                           end-if
                   end-read
               end-perform
               close OUT-SUSPENSE
               close WORK-FILE
               open input WORK-FILE
               open output OUT-SUSPENSE
               move 0 to fs-work
               perform until fs-work = 10
                   read WORK-FILE
                       at end move 10 to fs-work
                       not at end
                           write suspense-record from work-record
                   end-read
               end-perform
               close WORK-FILE
               close OUT-SUSPENSE
           end-if.

       *> Likewise the held overtime reported for the reversed dates
       withdraw-reversed-unauth.
           move 0 to fs-unauth
           open input OUT-UNAUTH-OT
           if fs-unauth = 00
               open output WORK-FILE
               perform until fs-unauth = 10
                   read OUT-UNAUTH-OT
                       at end move 10 to fs-unauth
                       not at end
                           if unauth-ot-record(1:10)
                                   not < ws-rev-from-date
                               and unauth-ot-record(1:10)
                                   not > ws-rev-to-date
                               add 1 to ws-rev-dropped
                           else
                               write work-record from unauth-ot-record
                           end-if
                   end-read
               end-perform
               close OUT-UNAUTH-OT
               close WORK-FILE
               open input WORK-FILE
               open output OUT-UNAUTH-OT
               move 0 to fs-work
               perform until fs-work = 10
                   read WORK-FILE
                       at end move 10 to fs-work
                       not at end
                           write unauth-ot-record from work-record
                   end-read
               end-perform
               close WORK-FILE
               close OUT-UNAUTH-OT
           end-if.

       *> And the amendment locks - a reposted day that turns
       *> SUSPICIOUS again must be open to correction
       withdraw-reversed-amends.
           move 0 to fs-areg
           open input AMEND-REGISTER
           if fs-areg = 00
               open output WORK-FILE
               perform until fs-areg = 10
                   read AMEND-REGISTER
                       at end move 10 to fs-areg
                       not at end
                           if areg-date not < ws-rev-from-date
                               and areg-date not > ws-rev-to-date
                               add 1 to ws-rev-dropped
                           else
                               write work-record
                                   from amend-register-record
                           end-if
                   end-read
               end-perform
               close AMEND-REGISTER
               close WORK-FILE
               open input WORK-FILE
               open output AMEND-REGISTER
               move 0 to fs-work
               perform until fs-work = 10
                   read WORK-FILE
                       at end move 10 to fs-work
                       not at end
                           write amend-register-record from work-record
                   end-read
               end-perform
               close WORK-FILE
               close AMEND-REGISTER
           end-if.

      ******************************
      *> Payroll return reconciliation: matches payroll's
      *> acknowledgement file, row for row, against the
      *> pay-adjustments.csv that was sent, and the export's amounts
      *> against the gl-postings.txt batch header. Every sent row
      *> ends up accepted and matched, accepted at a different
      *> amount, rejected by payroll, or unanswered; an answer for a
      *> row never sent is reported too. Anything short of a clean
      *> match, or a GL batch that disagrees, ends the run at 8
       payroll-reconcile-run.
           perform load-sent-pay-rows
           if fs-payadj not = 00
               move "NO PAY EXPORT - NOTHING TO RECONCILE"
                   to ws-log-text
               perform log-error
           else
               perform payroll-reconcile-body
           end-if.

       payroll-reconcile-body.
           move 0 to ws-payrec-matched
           move 0 to ws-payrec-differ
           move 0 to ws-payrec-rejected
           move 0 to ws-payrec-unanswered
           move 0 to ws-payrec-unknown
           move 0 to ws-payrec-dupes
           open output OUT-PAYREC
           write payrec-record from ws-payrec-header
           move ws-payrec-month to prm-month
           write payrec-record from ws-payrec-month-line
           write payrec-record from ws-payrec-col-header
           move 0 to fs-payret
           open input IN-PAYRET
           if fs-payret = 00
               perform until fs-payret = 10
                   read IN-PAYRET
                       at end move 10 to fs-payret
                       not at end perform match-payroll-answer
                   end-read
               end-perform
               close IN-PAYRET
           else
               move "NO PAYROLL RETURN FILE - EVERY ROW UNANSWERED"
                   to ws-log-text
               perform log-warn
           end-if
           perform varying ws-payrec-i from 1 by 1
                   until ws-payrec-i > ws-payrec-count
               if rc-answered(ws-payrec-i) = 0
                   move "SENT NO ANSWER" to prd-outcome
                   perform write-payrec-sent-line
                   add 1 to ws-payrec-unanswered
               end-if
           end-perform
           perform check-payrec-gl-batch
           perform write-payrec-totals
           close OUT-PAYREC.

       *> Loads the rows of pay-adjustments.csv, keyed the way
       *> payroll answers them, and totals the adjustment amounts
       *> the GL batch should carry by department and source
       load-sent-pay-rows.
           move 0 to ws-payrec-count
           move 0 to ws-payrec-sent-total
           move 0 to ws-gldept-count
           move spaces to ws-payrec-month
           move 0 to fs-payadj
           open input OUT-PAYADJ
           if fs-payadj = 00
               *> the first record is the column header
               read OUT-PAYADJ
                   at end move 10 to fs-payadj
               end-read
               perform until fs-payadj = 10
                   read OUT-PAYADJ into ws-payrec-line
                       at end move 10 to fs-payadj
                       not at end perform add-sent-pay-row
                   end-read
               end-perform
               close OUT-PAYADJ
               move 0 to fs-payadj
               perform total-payrec-gl-groups
           end-if.

       *> The GL batch books each department/source/type total once,
       *> a credit total as a reversed pair, so its debit total is
       *> the sum of those totals' sizes - rebuilt here from the
       *> export rows the same way
       total-payrec-gl-groups.
           move 0 to ws-payrec-sent-total
           perform varying ws-gldept-i from 1 by 1
                   until ws-gldept-i > ws-gldept-count
               compute ws-payrec-sent-total = ws-payrec-sent-total
                   + function abs(gd-absent-ded(ws-gldept-i))
                   + function abs(gd-late-ded(ws-gldept-i))
                   + function abs(gd-ot-pay(ws-gldept-i))
                   + function abs(gd-night-pay(ws-gldept-i))
                   + function abs(gd-hol-pay(ws-gldept-i))
           end-perform.

       add-sent-pay-row.
           move spaces to ws-payrec-csv
           unstring ws-payrec-line delimited by ","
               into pc-month pc-staff-id pc-name pc-salary
                    pc-absent pc-late pc-ot pc-net pc-dept
                    pc-night pc-hol pc-source
           end-unstring
           if ws-payrec-count = 12000
               move "PAY EXPORT ROWS" to ws-table-full-name
               perform table-capacity-stop
           end-if
           add 1 to ws-payrec-count
           move pc-month to ws-payrec-month
           move pc-staff-id to rc-staff-id(ws-payrec-count)
           move pc-month to rc-month(ws-payrec-count)
           move pc-dept to rc-dept(ws-payrec-count)
           move pc-source to rc-source(ws-payrec-count)
           compute rc-net(ws-payrec-count) = function numval(pc-net)
           move 0 to rc-answered(ws-payrec-count)
           compute ws-pay-absent-ded = function numval(pc-absent)
           compute ws-pay-late-ded = function numval(pc-late)
           compute ws-pay-ot-pay = function numval(pc-ot)
           compute ws-pay-night-pay = function numval(pc-night)
           compute ws-pay-hol-pay = function numval(pc-hol)
           move pc-dept to ws-pay-dept
           move pc-source to ws-pay-source
           perform add-gl-dept-totals.

       *> Classifies one answer against the row it names
       match-payroll-answer.
           move 0 to ws-payrec-found
           perform varying ws-payrec-i from 1 by 1
                   until ws-payrec-i > ws-payrec-count
               if rc-staff-id(ws-payrec-i) = pret-staff-id
                   and rc-month(ws-payrec-i) = pret-month
                   and rc-dept(ws-payrec-i) = pret-dept
                   and rc-source(ws-payrec-i) = pret-source
                   and rc-answered(ws-payrec-i) = 0
                   move 1 to ws-payrec-found
                   exit perform
               end-if
           end-perform
           move 0 to ws-payrec-ret-amount
           if pret-amount not = spaces
               compute ws-payrec-ret-amount =
                   function numval(pret-amount)
           end-if
           move spaces to prd-reason
           if ws-payrec-found = 0
               perform report-unmatched-answer
           else
               move 1 to rc-answered(ws-payrec-i)
               perform classify-payroll-answer
           end-if.

       *> An answer naming no open sent row - either the row was
       *> never sent or it has already been answered once
       report-unmatched-answer.
           move 0 to ws-payrec-found
           perform varying ws-payrec-i from 1 by 1
                   until ws-payrec-i > ws-payrec-count
               if rc-staff-id(ws-payrec-i) = pret-staff-id
                   and rc-month(ws-payrec-i) = pret-month
                   and rc-dept(ws-payrec-i) = pret-dept
                   and rc-source(ws-payrec-i) = pret-source
                   move 1 to ws-payrec-found
                   exit perform
               end-if
           end-perform
           if ws-payrec-found = 1
               move "ANSWERED TWICE" to prd-outcome
               add 1 to ws-payrec-dupes
           else
               move "NOT IN EXPORT" to prd-outcome
               add 1 to ws-payrec-unknown
           end-if
           move pret-staff-id to prd-staff-id
           move pret-month to prd-month
           move pret-dept to prd-dept
           move pret-source to prd-source
           move 0 to prd-sent
           move ws-payrec-ret-amount to prd-loaded
           move pret-reason to prd-reason
           write payrec-record from ws-payrec-det-line.

       classify-payroll-answer.
           if pret-status = "R"
               move "REJECTED" to prd-outcome
               move pret-reason to prd-reason
               add 1 to ws-payrec-rejected
           else
               if ws-payrec-ret-amount = rc-net(ws-payrec-i)
                   move "MATCHED" to prd-outcome
                   add 1 to ws-payrec-matched
               else
                   move "AMOUNT DIFFERS" to prd-outcome
                   move pret-reason to prd-reason
                   add 1 to ws-payrec-differ
               end-if
           end-if
           perform write-payrec-sent-line.

       *> Detail line for the sent row at ws-payrec-i, with the
       *> amount payroll loaded (zero when nothing was loaded)
       write-payrec-sent-line.
           move rc-staff-id(ws-payrec-i) to prd-staff-id
           move rc-month(ws-payrec-i) to prd-month
           move rc-dept(ws-payrec-i) to prd-dept
           move rc-source(ws-payrec-i) to prd-source
           move rc-net(ws-payrec-i) to prd-sent
           if rc-answered(ws-payrec-i) = 1 and pret-status not = "R"
               move ws-payrec-ret-amount to prd-loaded
           else
               move 0 to prd-loaded
           end-if
           if rc-answered(ws-payrec-i) = 0
               move spaces to prd-reason
           end-if
           write payrec-record from ws-payrec-det-line.

       *> The GL batch must be for the export's month and carry the
       *> same total as the export's adjustment amounts - a batch
       *> withheld for a missing account or an imbalance is empty
       check-payrec-gl-batch.
           move 0 to ws-payrec-gl-ok
           move 0 to ws-payrec-gl-total
           move spaces to ws-payrec-gl-month
           move 0 to fs-glpost
           open input OUT-GLPOST
           if fs-glpost = 00
               read OUT-GLPOST into ws-gl-header-line
                   at end move 10 to fs-glpost
               end-read
               if fs-glpost = 00 and ws-gl-header-line(1:2) = "H "
                   move glh-month to ws-payrec-gl-month
                   move glh-total-dr to ws-payrec-gl-total
               end-if
               close OUT-GLPOST
           end-if
           if ws-payrec-gl-month = ws-payrec-month
               and ws-payrec-gl-total = ws-payrec-sent-total
               move 1 to ws-payrec-gl-ok
           end-if
           move spaces to payrec-record
           write payrec-record
           move ws-payrec-gl-total to prg-gl-total
           move ws-payrec-sent-total to prg-sent-total
           if ws-payrec-gl-ok = 1
               move "GL AGREES" to prg-verdict
           else
               if ws-payrec-gl-month = spaces
                   move "NO GL BATCH" to prg-verdict
               else
                   if ws-payrec-gl-month not = ws-payrec-month
                       move "GL MONTH DIFFERS" to prg-verdict
                   else
                       move "GL TOTAL DIFFERS" to prg-verdict
                   end-if
               end-if
           end-if
           write payrec-record from ws-payrec-gl-line.

       write-payrec-totals.
           move spaces to payrec-record
           write payrec-record
           move "Accepted and matched:" to prt-label
           move ws-payrec-matched to prt-count
           write payrec-record from ws-payrec-total-line
           move "Accepted, different amount:" to prt-label
           move ws-payrec-differ to prt-count
           write payrec-record from ws-payrec-total-line
           move "Rejected by payroll:" to prt-label
           move ws-payrec-rejected to prt-count
           write payrec-record from ws-payrec-total-line
           move "Sent, no answer:" to prt-label
           move ws-payrec-unanswered to prt-count
           write payrec-record from ws-payrec-total-line
           move "Answered, not in export:" to prt-label
           move ws-payrec-unknown to prt-count
           write payrec-record from ws-payrec-total-line
           move "Answered twice:" to prt-label
           move ws-payrec-dupes to prt-count
           write payrec-record from ws-payrec-total-line
           move spaces to ws-log-text
           string "PAYROLL RETURN - MATCHED: " delimited by size
                  ws-payrec-matched delimited by size
                  " DIFFER: " delimited by size
                  ws-payrec-differ delimited by size
                  " REJECTED: " delimited by size
                  ws-payrec-rejected delimited by size
                  into ws-log-text
           end-string
           perform log-info
           move spaces to ws-log-text
           string "PAYROLL RETURN - UNANSWERED: " delimited by size
                  ws-payrec-unanswered delimited by size
                  " NOT SENT: " delimited by size
                  ws-payrec-unknown delimited by size
                  " TWICE: " delimited by size
                  ws-payrec-dupes delimited by size
                  into ws-log-text
           end-string
           if ws-payrec-differ > 0
               or ws-payrec-rejected > 0
               or ws-payrec-unanswered > 0
               or ws-payrec-unknown > 0
               or ws-payrec-dupes > 0
               perform log-reject
           else
               perform log-info
           end-if
           if ws-payrec-gl-ok = 0
               move spaces to ws-log-text
               string "GL BATCH DOES NOT AGREE WITH THE PAY EXPORT - "
                          delimited by size
                      prg-verdict delimited by size
                      into ws-log-text
               end-string
               perform log-reject
           end-if.

      ******************************
      *> Staff-master maintenance run: applies personnel-trans.txt to
      *> the staff master (NEW-HIRE, TERMINATE with effective date,
      *> TRANSFER, SALARY-CHANGE), validating every transaction, and
      *> writes the maintained master to employees-new.txt plus an
      *> applied/rejected audit listing. The input master is left
      *> untouched - the operator swaps the new generation in after
      *> reviewing the audit
       maintenance-run.
           perform open-staff-master
           perform load-maint-table
           close EMP-MASTER
           move 0 to fs-trans
           open input PERS-TRANS
           open output OUT-AUDIT
           if fs-trans = 00
               perform until fs-trans = 10
                   read PERS-TRANS
                       at end move 10 to fs-trans
                       not at end perform apply-one-transaction
                   end-read
               end-perform
               close PERS-TRANS
           else
               move "NO PERSONNEL TRANSACTION FILE FOUND"
                   to ws-log-text
               perform log-warn
           end-if
           close OUT-AUDIT
           perform write-new-master
           move spaces to ws-log-text
           string "TRANSACTIONS APPLIED: " delimited by size
                  ws-maint-applied delimited by size
                  into ws-log-text
           end-string
           perform log-info
           move spaces to ws-log-text
           string "TRANSACTIONS REJECTED: " delimited by size
                  ws-maint-rejected delimited by size
                  into ws-log-text
           end-string
                       move master-dept to mt-dept(ws-maint-count)
                       move master-salary to mt-salary(ws-maint-count)
                       move master-term to mt-term(ws-maint-count)
                       move master-dept-hist
                           to mt-dept-hist(ws-maint-count)
               end-read
           end-perform.

                   move trans-dept to mt-dept(ws-maint-count)
                   move trans-salary to mt-salary(ws-maint-count)
                   move spaces to mt-term(ws-maint-count)
                   move spaces to mt-dept-hist(ws-maint-count)
               end-if
           end-if.

               end-if
           end-if.

       *> TRANSFER carries the new department in columns 1-3 of the
       *> data and the date it takes effect in 4-13 (blank = today).
       *> The move goes on the master's department history, so the
       *> days before it still report under the old department
       apply-transfer.
           perform find-maint-entry
           if ws-maint-found = 0
               move "UNKNOWN STAFF-ID" to aud-reason
           else
               perform apply-transfer-body
           end-if.

       apply-transfer-body.
           if trans-data(4:10) = spaces
               move function current-date(1:8) to ws-xfer-ymd
               move spaces to ws-xfer-eff
               string ws-xfer-ymd(1:4) delimited by size
                      "-" delimited by size
                      ws-xfer-ymd(5:2) delimited by size
                      "-" delimited by size
                      ws-xfer-ymd(7:2) delimited by size
                      into ws-xfer-eff
               end-string
           else
               move trans-data(4:10) to ws-xfer-eff
           end-if
           move ws-xfer-eff to ws-val-date
           perform validate-ymd-date
           *> entries are kept oldest first with no gaps, so the
           *> last one in use is the latest move
           move spaces to ws-xfer-latest
           move 0 to ws-xfer-slot
           perform varying ws-xfer-i from 1 by 1 until ws-xfer-i > 6
               if mt-dh-eff(ws-maint-i, ws-xfer-i) not = spaces
                   move ws-xfer-i to ws-xfer-slot
                   move mt-dh-eff(ws-maint-i, ws-xfer-i)
                       to ws-xfer-latest
               end-if
           end-perform
           if trans-data(1:3) = spaces
               move "BAD DEPARTMENT" to aud-reason
           else
               if ws-val-date-ok = 0
                   move "BAD DATE" to aud-reason
               else
                   *> history is only ever added to at the end -
                   *> a move dated before the latest one would
                   *> rewrite days already reported
                   if ws-xfer-eff < ws-xfer-latest
                       move "TRANSFER BACKDATED" to aud-reason
                   else
                       perform check-dept-history-room
                   end-if
               end-if
           end-if.

       *> A full history takes no further move - dropping its oldest
       *> entry would charge the days before the new first entry to
       *> the latest department. A same-day replacement still fits
       check-dept-history-room.
           if ws-xfer-slot = 6 and ws-xfer-eff not = ws-xfer-latest
               move "DEPT HISTORY FULL" to aud-reason
           else
               perform record-dept-transfer
           end-if.

       record-dept-transfer.
           *> the first move opens the history with the department
           *> held since hire
           if ws-xfer-slot = 0
               move 1 to ws-xfer-slot
               if mt-hire(ws-maint-i) not = spaces
                   and mt-hire(ws-maint-i) < ws-xfer-eff
                   move mt-hire(ws-maint-i) to mt-dh-eff(ws-maint-i, 1)
               else
                   move "0001-01-01" to mt-dh-eff(ws-maint-i, 1)
               end-if
               move mt-dept(ws-maint-i) to mt-dh-dept(ws-maint-i, 1)
               move mt-dh-eff(ws-maint-i, 1) to ws-xfer-latest
           end-if
           *> a second move effective the same day replaces the first
           if ws-xfer-eff = ws-xfer-latest
               move trans-data(1:3)
                   to mt-dh-dept(ws-maint-i, ws-xfer-slot)
           else
               add 1 to ws-xfer-slot
               move ws-xfer-eff to mt-dh-eff(ws-maint-i, ws-xfer-slot)
               move trans-data(1:3)
                   to mt-dh-dept(ws-maint-i, ws-xfer-slot)
           end-if
           *> master-dept is always the latest department on file
           move trans-data(1:3) to mt-dept(ws-maint-i).

       apply-salary-change.
           perform find-maint-entry
           if ws-maint-found = 0
       correction-run.
           perform load-control-file
           perform open-staff-master
           perform load-holiday-table
           perform load-roster-table
           perform load-shift-tables
           perform load-suspense-keys
           perform load-unauth-keys
           perform load-amend-register
           perform load-ppa-closed-months
           perform load-ppa-register
           perform load-close-monthly-table
           if ws-close-have-file = 0
               move "NO MONTHLY FILE - CORRECTIONS NOT APPLIED"
               perform log-error
           else
               perform sort-corrections
               *> after the sort, which notes the months corrected
               perform load-otauth-table
               open input sorted-in-attend
               open output OUT-AMENDED
               perform open-ledger-extend
               perform read-IN-ATTEND-file
               perform until fs-2 = 10
                   perform derive-current-date-key
                   perform finalize-corr-group
               end-if
               close OUT-AMENDED
               close LEDGER-FILE
               close sorted-in-attend
               perform rewrite-monthly-file
               perform append-amend-register
               perform append-ppa-register
               *> the payroll export must carry the amended figures -
               *> in the natural month-end sequence (correct, then
               *> close) nothing else would regenerate it
           end-if.

       add-suspense-key.
           *> the truncation marker line is not an employee-day
           if suspense-record(12:2) = "**"
               continue
           else
               perform add-suspense-key-body
           end-if.

       add-suspense-key-body.
           if ws-susp-key-count = 0
               or sk-date(ws-susp-key-count)
                   not = suspense-record(1:10)
                   read AMEND-REGISTER
                       at end move 10 to fs-areg
                       not at end
                           if ws-areg-count = 5000
                               move "AMEND REGISTER"
                                   to ws-table-full-name
                               perform table-capacity-stop
                           end-if
                           add 1 to ws-areg-count
                           move areg-date to ar-date(ws-areg-count)
                           move areg-staff-id to ar-id(ws-areg-count)
                   end-read
               end-perform
               close AMEND-REGISTER
           end-if.

       *> Appends the employee-days this run amended, once the
       *> rewritten monthly file is safely on disk - from here on a
       *> rerun of the same corrections.txt rejects them
       append-amend-register.
           if ws-new-amend-count > 0
               move 0 to fs-areg
               open extend AMEND-REGISTER
               *> very first amendment ever - no register yet
               if fs-areg not = 00
                   open output AMEND-REGISTER
               end-if
               perform varying ws-new-amend-i from 1 by 1
                       until ws-new-amend-i > ws-new-amend-count
                   move spaces to amend-register-record
                   move na-date(ws-new-amend-i) to areg-date
                   move na-id(ws-new-amend-i) to areg-staff-id
                   move function current-date(1:14) to areg-stamp
                   write amend-register-record
               end-perform
               close AMEND-REGISTER
           end-if.

      ******************************
      *> Prior-period adjustments: a corrected day of a month already
      *> on close-register.txt is re-valued against that month's
      *> archives - what the archived ledger shows the day charged
      *> when first posted, and the overtime the archived monthly row
      *> already holds against the cap - and only the difference is
      *> posted, as a retro line on the open month's pay export and
      *> GL batch. The closed month's files are never touched
       load-ppa-closed-months.
           move 0 to ws-ppa-closed-count
           move 0 to fs-creg
           open input CLOSE-REGISTER
           if fs-creg = 00
               perform until fs-creg = 10
                   read CLOSE-REGISTER
                       at end move 10 to fs-creg
                       not at end
                           if ws-ppa-closed-count = 120
                               move "CLOSED MONTHS"
                                   to ws-table-full-name
                               perform table-capacity-stop
                           end-if
                           add 1 to ws-ppa-closed-count
                           move creg-month to
                               ws-ppa-closed-month(ws-ppa-closed-count)
                   end-read
               end-perform
               close CLOSE-REGISTER
           end-if.

       load-ppa-register.
           move 0 to ws-ppa-count
           move 0 to fs-ppa
           open input PPA-REGISTER
           if fs-ppa = 00
               perform until fs-ppa = 10
                   read PPA-REGISTER into ws-ppa-line
                       at end move 10 to fs-ppa
                       not at end perform add-ppa-entry
                   end-read
               end-perform
               close PPA-REGISTER
           end-if
           move ws-ppa-count to ws-ppa-loaded.

       *> Adds the line in ws-ppa-line to the register table
       add-ppa-entry.
           if ws-ppa-count = 5000
               move "PPA REGISTER" to ws-table-full-name
               perform table-capacity-stop
           end-if
           add 1 to ws-ppa-count
           move ppa-closed-month to pa-closed-month(ws-ppa-count)
           move ppa-date to pa-date(ws-ppa-count)
           move ppa-staff-id to pa-id(ws-ppa-count)
           if ppa-ot-hours is numeric
               move ppa-ot-hours to pa-ot-hours(ws-ppa-count)
           else
               move 0 to pa-ot-hours(ws-ppa-count)
           end-if
           move ws-ppa-line to pa-line(ws-ppa-count).

       *> Values the corrected day in hand against its closed month.
       *> Every figure posts as the day's new charge less what it
       *> charged when first posted (a SUSPICIOUS day charged
       *> nothing) - a credit when the correction lowers it. An
       *> approval replay re-values only its overtime, as it does
       *> in the open month. An overtime increase is held to the
       *> room the archived month left under the cap, less what
       *> earlier adjustments to that month already took
       post-prior-period-adj.
           perform find-archived-ledger-day
           perform find-archived-month-ot
           move ws-corr-cur-id to ws-otauth-lookup-id
           move ws-corr-cur-date to ws-otauth-lookup-date
           perform split-authorized-overtime
           move 0 to ws-ppa-new-halfday
           if ws-corr-status = "HALFDAY"
               move 1 to ws-ppa-new-halfday
           end-if
           compute ws-day-prem-hours rounded = ws-day-minutes / 60
           move 0 to ws-ppa-new-night
           move 0 to ws-ppa-new-hol
           if ws-cur-overnight = 1
               move ws-day-prem-hours to ws-ppa-new-night
           end-if
           move ws-corr-cur-date to ws-nonwork-check-date
           perform check-non-working-date
           if ws-nonworking-day = 1
               move ws-day-prem-hours to ws-ppa-new-hol
           end-if
           move ws-corr-cur-date(1:7) to ppa-closed-month
           move ws-corr-cur-date to ppa-date
           move ws-corr-cur-id to ppa-staff-id
           move ws-close-month to ppa-post-month
           move amd-dept to ppa-dept
           compute ppa-halfday =
               ws-ppa-new-halfday - ws-ppa-old-halfday
           compute ppa-late-qtrs = ws-day-late-qtrs - ws-ppa-old-late
           compute ppa-night-hours =
               ws-ppa-new-night - ws-ppa-old-night
           compute ppa-hol-hours = ws-ppa-new-hol - ws-ppa-old-hol
           if ws-corr-from-unauth = 1
               move 0 to ppa-halfday
               move 0 to ppa-late-qtrs
               move 0 to ppa-night-hours
               move 0 to ppa-hol-hours
           end-if
           compute ws-ppa-room = ws-overtime-cap - ws-ppa-arch-ot
           perform varying ws-ppa-i from 1 by 1
                   until ws-ppa-i > ws-ppa-count
               if pa-closed-month(ws-ppa-i) = ppa-closed-month
                   and pa-id(ws-ppa-i) = ws-corr-cur-id
                   subtract pa-ot-hours(ws-ppa-i) from ws-ppa-room
               end-if
           end-perform
           compute ws-ppa-ot-delta = ws-ot-auth-part - ws-ppa-old-ot
           if ws-ppa-ot-delta > 0 and ws-ppa-ot-delta > ws-ppa-room
               move ws-ppa-room to ws-ppa-ot-delta
               if ws-ppa-ot-delta < 0
                   move 0 to ws-ppa-ot-delta
               end-if
           end-if
           move ws-ppa-ot-delta to ppa-ot-hours
           if ws-ot-unauth-part > 0
               move amd-lname to uoa-lname
               move amd-fname to uoa-fname
               perform write-unauth-ot-line
           end-if
           move function current-date(1:14) to ppa-stamp
           perform add-ppa-entry
           move spaces to ws-log-text
           string "PRIOR-PERIOD ADJUSTMENT " delimited by size
                  ws-corr-cur-id delimited by size
                  " " delimited by size
                  ws-corr-cur-date delimited by size
                  " POSTED TO " delimited by size
                  ws-close-month delimited by size
                  into ws-log-text
           end-string
           perform log-info.

       *> What ledger-YYYY-MM.txt shows the day charged - the latest
       *> record for it that was not reversed. No record (a month
       *> closed before the ledger was kept) values it from zero
       find-archived-ledger-day.
           move 0 to ws-ppa-ledger-found
           move 0 to ws-ppa-old-halfday
           move 0 to ws-ppa-old-late
           move 0 to ws-ppa-old-ot
           move 0 to ws-ppa-old-night
           move 0 to ws-ppa-old-hol
           move spaces to ws-ledger-arch-name
           string "ledger-" delimited by size
                  ws-corr-cur-date(1:7) delimited by size
                  ".txt" delimited by size
                  into ws-ledger-arch-name
           end-string
           move 0 to fs-ldgarch
           open input LEDGER-ARCHIVE
           if fs-ldgarch = 00
               perform until fs-ldgarch = 10
                   read LEDGER-ARCHIVE into ws-ledger-line
                       at end move 10 to fs-ldgarch
                       not at end perform take-archived-ledger-day
                   end-read
               end-perform
               close LEDGER-ARCHIVE
           end-if
           if ws-ppa-ledger-found = 0
               move spaces to ws-log-text
               string "NO ARCHIVED LEDGER DAY FOR " delimited by size
                      ws-corr-cur-id delimited by size
                      " " delimited by size
                      ws-corr-cur-date delimited by size
                      " - VALUED FROM ZERO" delimited by size
                      into ws-log-text
               end-string
               perform log-warn
           end-if.

       take-archived-ledger-day.
           if ldg-date = ws-corr-cur-date
               and ldg-staff-id = ws-corr-cur-id
               and ldg-reversed not = "R"
               move 1 to ws-ppa-ledger-found
               move ldg-halfday to ws-ppa-old-halfday
               move ldg-late-qtrs to ws-ppa-old-late
               move ldg-ot-posted to ws-ppa-old-ot
               move 0 to ws-ppa-old-night
               move 0 to ws-ppa-old-hol
               *> older records carry spaces in the premium columns
               if ldg-night-hours is numeric
                   move ldg-night-hours to ws-ppa-old-night
               end-if
               if ldg-hol-hours is numeric
                   move ldg-hol-hours to ws-ppa-old-hol
               end-if
           end-if.

       *> The overtime the closed month's archived row already holds
       *> - the latest row for the employee, as the monthly load
       *> takes it
       find-archived-month-ot.
           move 0 to ws-ppa-arch-ot
           move spaces to ws-archive-name
           string "monthly-" delimited by size
                  ws-corr-cur-date(1:7) delimited by size
                  ".txt" delimited by size
                  into ws-archive-name
           end-string
           move 0 to fs-arch
           open input ARCHIVE-FILE
           if fs-arch = 00
               *> the first record is the month header
               read ARCHIVE-FILE
                   at end move 10 to fs-arch
               end-read
               perform until fs-arch = 10
                   read ARCHIVE-FILE into ws-m-table
                       at end move 10 to fs-arch
                       not at end
                           if ws-m-staff-id = ws-corr-cur-id
                               and ws-overtime_work_hour is numeric
                               move ws-overtime_work_hour
                                   to ws-ppa-arch-ot
                           end-if
                   end-read
               end-perform
               close ARCHIVE-FILE
           end-if.

       *> Appends this run's adjustments once the rewritten monthly
       *> file is on disk, as the amendment register is
       append-ppa-register.
           if ws-ppa-count > ws-ppa-loaded
               move 0 to fs-ppa
               open extend PPA-REGISTER
               if fs-ppa not = 00
                   open output PPA-REGISTER
               end-if
               compute ws-ppa-i = ws-ppa-loaded + 1
               perform until ws-ppa-i > ws-ppa-count
                   write ppa-record from pa-line(ws-ppa-i)
                   add 1 to ws-ppa-i
               end-perform
               close PPA-REGISTER
           end-if.

       *> A correction group qualifies only when its staff-id is on
                       exit perform
                   end-if
               end-perform
           end-if
           *> a day of a closed month is settled as a prior-period
           *> adjustment - at most once, whatever the amend register
           *> has since been through
           perform check-corr-prior-period
           if ws-corr-valid = 1 and ws-corr-prior = 1
               perform varying ws-ppa-i from 1 by 1
                       until ws-ppa-i > ws-ppa-count
                   if pa-date(ws-ppa-i) = ws-corr-cur-date
                       and pa-id(ws-ppa-i) = ws-corr-cur-id
                       move 0 to ws-corr-valid
                       move "PRIOR PERIOD POSTED" to ws-corr-rej-reason
                       exit perform
                   end-if
               end-perform
           end-if
           *> last, so only an otherwise good correction is judged -
           *> and audited - on its approval
           if ws-corr-valid = 1
               perform check-corr-approval
           end-if.

       check-corr-approval.
           move "CORRECTION" to ws-appr-kind
           move ws-corr-cur-id to ws-appr-staff-id
           move ws-corr-cur-date to ws-appr-day
           move ws-corr-approver to ws-appr-approver
           move ws-corr-appr-date to ws-appr-date
           perform judge-approval
           if ws-corr-appr-conflict = 1
               move 0 to ws-appr-ok
               move "APPROVERS CONFLICT" to ws-appr-reason
           end-if
           perform write-approval-audit
           if ws-appr-ok = 0
               move 0 to ws-corr-valid
               move ws-appr-reason to ws-corr-rej-reason
           end-if.

       check-corr-prior-period.
           move 0 to ws-corr-prior
           perform varying ws-ppa-closed-i from 1 by 1
                   until ws-ppa-closed-i > ws-ppa-closed-count
               if ws-ppa-closed-month(ws-ppa-closed-i)
                   = ws-corr-cur-date(1:7)
                   move 1 to ws-corr-prior
                   exit perform
               end-if
           end-perform.

       *> Sorts corrections.txt through the same edit and overnight
       *> re-keying pass attendance.txt gets on a daily run
       sort-corrections.
                       at end move 10 to fs-corr
                       not at end
                           move corr-record to ws-edit-rec
                           move corr-record(27:14) to ws-edit-approval
                           perform validate-attend-record
                           if ws-edit-ok = 1
                               perform release-edited-row
           move ws-attend-date-key to ws-corr-cur-date
           move ws-attendance-staff-number to ws-corr-cur-id
           move ws-attendance-staff-number to ws-resolve-id
           move ws-corr-cur-date to ws-resolve-date
           perform resolve-shift-for-attend-id
           move 1 to ws-corr-active
           move 0 to ws-corr-pair-open
           move 0 to ws-day-late-qtrs
           move 0 to ws-day-ot-hours
           move 0 to ws-day-minutes
           move spaces to ws-corr-approval
           move 0 to ws-corr-appr-conflict
           move "PRESENT" to ws-corr-status.

       apply-corr-row.
           perform take-corr-row-approval
           evaluate ws-status-al
               when "ARRIVE"
                   if ws-corr-pair-open = 1
                   end-if
           end-evaluate.

       *> The group's approval is the first one its rows name; a row
       *> naming a different one spoils the whole group
       take-corr-row-approval.
           if ws-attend-approval not = spaces
               if ws-corr-approval = spaces
                   move ws-attend-approval to ws-corr-approval
               else
                   if ws-attend-approval not = ws-corr-approval
                       move 1 to ws-corr-appr-conflict
                   end-if
               end-if
           end-if.

       *> Closes out one corrected employee-day: writes the amended
       *> summary line and, when the day now evaluates cleanly, folds
       *> its late quarters and overtime into the monthly totals
           if ws-emp-found = 1
               move master-lname to amd-lname
               move master-fname to amd-fname
               move ws-corr-cur-date to ws-dasof-date
               perform find-master-dept-as-of
               move ws-dasof-result to amd-dept
           end-if
           move ws-corr-status to amd-status
           compute ws-day-hours rounded = ws-day-minutes / 60
           move ws-day-hours to amd-hours
           write amended-record from ws-amend-line
           if ws-corr-bad = 0
               if ws-corr-prior = 1
                   perform post-prior-period-adj
               else
                   perform apply-corr-to-monthly
               end-if
               *> remember the day for the amendment register - only
               *> a posted amendment locks the day; one that is still
               *> SUSPICIOUS stays open for another correction
               move ws-corr-cur-date to na-date(ws-new-amend-count)
               move ws-corr-cur-id to na-id(ws-new-amend-count)
           end-if
           *> the live ledger belongs to the open month - a closed
           *> month's day is on its archive and on the register
           if ws-corr-prior = 0
               perform write-corr-ledger-day
           end-if
           add 1 to ws-corr-count
           move 0 to ws-corr-active.

           move ws-corr-cur-id to ws-otauth-lookup-id
           move ws-corr-cur-date to ws-otauth-lookup-date
           perform split-authorized-overtime
           move wm-overtime(ws-monthly-idx) to ws-ledger-ot-before
           move ws-ot-unauth-part to lp-ot-held
           if ws-corr-from-unauth = 1
               *> an after-the-fact approval replay: the day
               *> finalized cleanly and already posted its late
               perform post-approved-ot-delta
           else
               add ws-day-late-qtrs to wm-late(ws-monthly-idx)
               move ws-day-late-qtrs to lp-late-qtrs
               move ws-ot-auth-part to lp-ot-auth
               *> a corrected HALFDAY carries its half-absence with it
               if ws-corr-status = "HALFDAY"
                   add 1 to wm-halfdays(ws-monthly-idx)
                   move 1 to lp-halfday
               end-if
               if ws-ot-unauth-part > 0
                   move amd-lname to uoa-lname
               if wm-overtime(ws-monthly-idx) > ws-overtime-cap
                   move ws-overtime-cap to wm-overtime(ws-monthly-idx)
               end-if
               perform post-corr-premium-hours
           end-if
           compute lp-ot-posted =
               wm-overtime(ws-monthly-idx) - ws-ledger-ot-before.

       *> The corrected day's night and holiday hours - the
       *> SUSPICIOUS day it replaces never posted any
       post-corr-premium-hours.
           compute ws-day-prem-hours rounded = ws-day-minutes / 60
           if ws-cur-overnight = 1
               add ws-day-prem-hours to wm-night-hours(ws-monthly-idx)
               move ws-day-prem-hours to lp-night-hours
           end-if
           move ws-corr-cur-date to ws-nonwork-check-date
           perform check-non-working-date
           if ws-nonworking-day = 1
               add ws-day-prem-hours to wm-hol-hours(ws-monthly-idx)
               move ws-day-prem-hours to lp-hol-hours
           end-if.

       *> When the day finalized it posted its recomputed hours minus
               *> the YTD balance is not subject to the monthly cap
               add ws-ot-post-delta
                   to wm-ytd-overtime(ws-monthly-idx)
               move ws-ot-post-delta to lp-ot-auth
               if wm-overtime(ws-monthly-idx) > ws-overtime-cap
                   move ws-overtime-cap to wm-overtime(ws-monthly-idx)
               end-if
               move wm-ytd-absent(ws-monthly-idx) to ws-ytd-absent
               move wm-ytd-overtime(ws-monthly-idx) to ws-ytd-overtime
               move wm-halfdays(ws-monthly-idx) to ws-halfdays
               move wm-night-hours(ws-monthly-idx) to ws-night-hours
               move wm-hol-hours(ws-monthly-idx) to ws-hol-hours
               move "\r" to slash of ws-m-table
               write out-m-record from ws-m-table
           end-perform
      *> monthly-attendance.txt for the new month with the monthly
      *> counters zeroed and the YTD balances carried forward (or
      *> reset, when the closed month is December). The close-register
      *> guard refuses to close the same month twice, and the
      *> readiness report refuses a month that isn't finished yet
       month-end-close.
           perform load-close-monthly-table
           if ws-close-have-file = 0
                   end-string
                   perform log-error
               else
                   perform build-readiness-report
                   if ws-ready-blocking > 0 and ws-close-override = 0
                       move spaces to ws-log-text
                       string "MONTH " delimited by size
                              ws-close-month delimited by size
                              " NOT READY - " delimited by size
                              ws-ready-blocking delimited by size
                              " BLOCKING ITEMS - CLOSE REFUSED"
                                  delimited by size
                              into ws-log-text
                       end-string
                       perform log-error
                   else
                       perform close-month-body
                   end-if
               end-if
           end-if.

       close-month-body.
           *> closing over blocking items is the operator's call, but
           *> it must never be a silent one
           if ws-ready-blocking > 0
               move spaces to ws-log-text
               string "MONTH " delimited by size
                      ws-close-month delimited by size
                      " CLOSED BY OVERRIDE OVER " delimited by size
                      ws-ready-blocking delimited by size
                      " BLOCKING ITEMS" delimited by size
                      into ws-log-text
               end-string
               perform log-warn
               move spaces to ws-log-text
               string "OVERRIDE REASON: " delimited by size
                      ws-close-override-reason delimited by size
                      into ws-log-text
               end-string
               perform log-warn
           end-if
           perform write-month-archive
           perform archive-month-ledger
           perform archive-month-approvals
           perform derive-close-next-month
           perform load-control-file
           perform load-leave-balance-table
           perform write-month-end-statements
           perform write-leave-balances-body
           perform append-close-register
           move spaces to ws-log-text
           string "MONTH " delimited by size
                  ws-close-month delimited by size
                  " CLOSED - NEW MONTHLY FILE IS FOR "
                      delimited by size
                  ws-close-next-month delimited by size
                  into ws-log-text
           end-string
           perform log-info.

       *> Loads the finished month's monthly-attendancecob.txt into
       *> ws-monthly-table. The daily run writes one row per employee
       *> per date, each superseding the last, so the load is
           if fs-creg not = 00
               open output CLOSE-REGISTER
           end-if
           move spaces to close-register-record
           move ws-close-month to creg-month
           move function current-date(1:14) to creg-stamp
           if ws-ready-blocking > 0
               move "OVERRIDE" to creg-override
               move ws-ready-blocking to creg-blocking
               move ws-close-override-reason to creg-reason
           end-if
           write close-register-record
           close CLOSE-REGISTER.

      ******************************
      *> Month-end readiness: before anything is archived, the month
      *> being closed is checked for work still outstanding and every
      *> blocking item is listed in month-end-readiness.txt -
      *>   working days (holiday calendar plus the weekend rule)
      *>     with no posting on the run register
      *>   suspense employee-days with no amend-register entry
      *>   unauthorized-overtime days neither replayed through a
      *>     correction run nor rejected (decision R) on
      *>     overtime-auth.txt
      *>   a checkpoint left by a daily run that never finished
       build-readiness-report.
           move 0 to ws-ready-blocking
           perform load-holiday-table
           perform load-run-register
           perform load-suspense-keys
           perform load-unauth-keys
           perform load-amend-register
           perform open-staff-master
           perform load-otauth-table
           close EMP-MASTER
           open output OUT-READINESS
           write readiness-record from ws-ready-header
           move ws-close-month to rdy-month
           write readiness-record from ws-ready-month-line
           move spaces to readiness-record
           write readiness-record
           perform check-readiness-days
           perform check-readiness-suspense
           perform check-readiness-unauth
           perform check-readiness-restart
           move spaces to readiness-record
           write readiness-record
           move ws-ready-blocking to rdy-total
           if ws-ready-blocking = 0
               move "READY TO CLOSE" to rdy-verdict
           else
               if ws-close-override = 1
                   move "CLOSED BY OVERRIDE" to rdy-verdict
               else
                   move "CLOSE REFUSED" to rdy-verdict
               end-if
           end-if
           write readiness-record from ws-ready-total-line
           close OUT-READINESS.

       *> Every calendar day of the month that is a working day must
       *> be on the run register
       check-readiness-days.
           move ws-close-month(1:4) to ws-edit-year
           move ws-close-month(6:2) to ws-edit-month
           perform compute-month-days
           move ws-edit-month-days to ws-ready-month-days
           perform varying ws-ready-day from 1 by 1
                   until ws-ready-day > ws-ready-month-days
               move spaces to ws-nonwork-check-date
               string ws-close-month delimited by size
                      "-" delimited by size
                      ws-ready-day delimited by size
                      into ws-nonwork-check-date
               end-string
               perform check-non-working-date
               if ws-nonworking-day = 0
                   move ws-nonwork-check-date to ws-attend-date-key
                   perform check-date-posted
                   if ws-date-posted = 0
                       move "UNPOSTED WORKING DAY" to rdy-category
                       move ws-nonwork-check-date to rdy-date
                       move spaces to rdy-staff-id
                       move "NOT ON RUN REGISTER" to rdy-detail
                       perform write-readiness-item
                   end-if
               end-if
           end-perform.

       *> A suspense employee-day of the month is settled only once
       *> a posted correction has amended it
       check-readiness-suspense.
           perform varying ws-susp-key-i from 1 by 1
                   until ws-susp-key-i > ws-susp-key-count
               if sk-date(ws-susp-key-i)(1:7) = ws-close-month
                   move 0 to ws-ready-resolved
                   perform varying ws-areg-i from 1 by 1
                           until ws-areg-i > ws-areg-count
                       if ar-date(ws-areg-i) = sk-date(ws-susp-key-i)
                           and ar-id(ws-areg-i) = sk-id(ws-susp-key-i)
                           move 1 to ws-ready-resolved
                           exit perform
                       end-if
                   end-perform
                   if ws-ready-resolved = 0
                       move "SUSPENSE NOT AMENDED" to rdy-category
                       move sk-date(ws-susp-key-i) to rdy-date
                       move sk-id(ws-susp-key-i) to rdy-staff-id
                       move "NO AMEND-REGISTER ENTRY" to rdy-detail
                       perform write-readiness-item
                   end-if
               end-if
           end-perform.

       *> An unauthorized-overtime day of the month is settled once a
       *> correction replay amended it, or the supervisor rejected the
       *> held hours outright
       check-readiness-unauth.
           perform varying ws-unauth-key-i from 1 by 1
                   until ws-unauth-key-i > ws-unauth-key-count
               if uk-date(ws-unauth-key-i)(1:7) = ws-close-month
                   move 0 to ws-ready-resolved
                   perform varying ws-areg-i from 1 by 1
                           until ws-areg-i > ws-areg-count
                       if ar-date(ws-areg-i) = uk-date(ws-unauth-key-i)
                           and ar-id(ws-areg-i) = uk-id(ws-unauth-key-i)
                           move 1 to ws-ready-resolved
                           exit perform
                       end-if
                   end-perform
                   perform varying ws-otauth-i from 1 by 1
                           until ws-otauth-i > ws-otauth-count
                               or ws-ready-resolved = 1
                       if oa-date(ws-otauth-i)
                               = uk-date(ws-unauth-key-i)
                           and oa-staff-id(ws-otauth-i)
                               = uk-id(ws-unauth-key-i)
                           and oa-decision(ws-otauth-i) = "R"
                           move 1 to ws-ready-resolved
                       end-if
                   end-perform
                   if ws-ready-resolved = 0
                       move "UNAUTHORIZED OT OPEN" to rdy-category
                       move uk-date(ws-unauth-key-i) to rdy-date
                       move uk-id(ws-unauth-key-i) to rdy-staff-id
                       move "NOT REPLAYED OR REJECTED" to rdy-detail
                       perform write-readiness-item
                   end-if
               end-if
           end-perform.

       *> checkpoint.txt outlives every run; it only means an
       *> unfinished restart when the date it names never reached the
       *> run register - a daily run that abended part way through
       *> has left partial totals in the monthly file being closed
       check-readiness-restart.
           move 0 to fs-chk
           open input CHECKPOINT-FILE
           if fs-chk = 00
               read CHECKPOINT-FILE
                   at end move 10 to fs-chk
                   not at end
                       move chk-date to ws-attend-date-key
                       perform check-date-posted
                       if ws-date-posted = 0
                           move "UNFINISHED RESTART" to rdy-category
                           move chk-date to rdy-date
                           move chk-staff-id to rdy-staff-id
                           move "CHECKPOINT DATE NOT POSTED"
                               to rdy-detail
                           perform write-readiness-item
                       end-if
               end-read
               close CHECKPOINT-FILE
           end-if.

       write-readiness-item.
           write readiness-record from ws-ready-line
           add 1 to ws-ready-blocking.

       *> Copies the finished month verbatim to monthly-YYYY-MM.txt
       write-month-archive.
           move spaces to ws-archive-name
           close OUT-M-ATTEND
           close ARCHIVE-FILE.

       *> Moves the closed month's ledger records (and any older ones
       *> still on the live ledger) out to ledger-YYYY-MM.txt. Records
       *> dated after the closed month stay on the live ledger, which
       *> is rebuilt from the scratch copy
       archive-month-ledger.
           move 0 to fs-ledger
           open input LEDGER-FILE
           if fs-ledger = 00
               perform archive-month-ledger-body
           end-if.

       archive-month-ledger-body.
           move spaces to ws-ledger-arch-name
           string "ledger-" delimited by size
                  ws-close-month delimited by space
                  ".txt" delimited by size
                  into ws-ledger-arch-name
           end-string
           open output LEDGER-ARCHIVE
           open output WORK-FILE
           perform until fs-ledger = 10
               read LEDGER-FILE into ws-ledger-line
                   at end move 10 to fs-ledger
                   not at end
                       if ldg-date(1:7) > ws-close-month
                           write work-record from ws-ledger-line
                       else
                           write ledger-arch-record
                               from ws-ledger-line
                       end-if
               end-read
           end-perform
           close LEDGER-FILE
           close LEDGER-ARCHIVE
           close WORK-FILE
           open input WORK-FILE
           open output LEDGER-FILE
           move 0 to fs-work
           perform until fs-work = 10
               read WORK-FILE
                   at end move 10 to fs-work
                   not at end
                       write ledger-record from work-record
               end-read
           end-perform
           close WORK-FILE
           close LEDGER-FILE.

       *> Moves the closed month's approval-audit.txt lines (by the
       *> day approved) into approval-audit-YYYY-MM.txt; lines for
       *> later days stay behind. A line for a day of a month closed
       *> earlier (a prior-period correction's approval) goes on the
       *> end of that month's archive
       archive-month-approvals.
           move 0 to fs-apaud
           open input APPROVAL-AUDIT
           if fs-apaud = 00
               perform archive-month-approvals-body
           end-if.

       archive-month-approvals-body.
           move spaces to ws-apaud-arch-name
           string "approval-audit-" delimited by size
                  ws-close-month delimited by space
                  ".txt" delimited by size
                  into ws-apaud-arch-name
           end-string
           open output APPROVAL-ARCHIVE
           open output WORK-FILE
           perform until fs-apaud = 10
               read APPROVAL-AUDIT into ws-apaud-line
                   at end move 10 to fs-apaud
                   not at end
                       if apa-date(1:7) = ws-close-month
                           write apaud-arch-record from ws-apaud-line
                       else
                           write work-record from ws-apaud-line
                       end-if
               end-read
           end-perform
           close APPROVAL-AUDIT
           close APPROVAL-ARCHIVE
           close WORK-FILE
           open input WORK-FILE
           open output APPROVAL-AUDIT
           move 0 to fs-work
           perform until fs-work = 10
               read WORK-FILE into ws-apaud-line
                   at end move 10 to fs-work
                   not at end
                       if apa-date(1:7) > ws-close-month
                           write apaud-record from ws-apaud-line
                       else
                           perform file-late-approval-line
                       end-if
               end-read
           end-perform
           close WORK-FILE
           close APPROVAL-AUDIT.

       file-late-approval-line.
           move spaces to ws-apaud-arch-name
           string "approval-audit-" delimited by size
                  apa-date(1:7) delimited by size
                  ".txt" delimited by size
                  into ws-apaud-arch-name
           end-string
           move 0 to fs-apaudarch
           open extend APPROVAL-ARCHIVE
           if fs-apaudarch not = 00
               open output APPROVAL-ARCHIVE
           end-if
           write apaud-arch-record from ws-apaud-line
           close APPROVAL-ARCHIVE.

       *> Works out the month the fresh monthly file is emitted for -
       *> the calendar month after the one being closed
       derive-close-next-month.
           move "000" to m-num-late
           move "000" to num-overtime
           move "000" to m-halfdays
           move "000" to m-night-hours
           move "000" to m-hol-hours
           if ws-close-month(6:2) = "12"
               move "000" to ytd-absent
               move "000" to ytd-overtime
           perform resolve-shift-common.

       *> Shift for a raw attendance row seen during the sort - the
       *> department (the one in effect on ws-resolve-date) comes
       *> from one random READ of the indexed master
       resolve-shift-for-attend-id.
           move spaces to ws-resolve-dept
           move ws-resolve-id to ws-emp-lookup-id
           perform read-employee-random
           if ws-emp-found = 1
               move ws-resolve-date to ws-dasof-date
               perform find-master-dept-as-of
               move ws-dasof-result to ws-resolve-dept
           end-if
           perform resolve-shift-common.

       *> Department in effect on ws-dasof-date for the employee in
       *> master-record / in ws-employees-table
       find-master-dept-as-of.
           move master-dept-hist to ws-dasof-hist
           move master-dept to ws-dasof-current
           perform find-dept-as-of.

       find-employee-dept-as-of.
           move ws-dept-history to ws-dasof-hist
           move ws-department to ws-dasof-current
           perform find-dept-as-of.

       *> The latest move effective on or before the date; with no
       *> move that early (or none at all - never transferred) it
       *> is the master department
       find-dept-as-of.
           move ws-dasof-current to ws-dasof-result
           move spaces to ws-dasof-best
           perform varying ws-dasof-i from 1 by 1
                   until ws-dasof-i > 6
               if ws-dasof-eff(ws-dasof-i) not = spaces
                   and ws-dasof-eff(ws-dasof-i) not > ws-dasof-date
                   and ws-dasof-eff(ws-dasof-i) not < ws-dasof-best
                   move ws-dasof-eff(ws-dasof-i) to ws-dasof-best
                   move ws-dasof-dept(ws-dasof-i) to ws-dasof-result
               end-if
           end-perform.

       *> Loads approved-leave.txt into ws-leave-table once up front.
       *> The file is optional - a missing file just leaves the table
       *> empty, and every no-show day falls through to ABSENT exactly
               close IN-HOLIDAY
           end-if.

       *> Loads work-patterns.txt into ws-roster-table once up front.
       *> A malformed line is reported and left out, so that
       *> employee or department falls back to the next record that
       *> applies - at worst to working every day
       load-roster-table.
           move 0 to ws-roster-count
           move 0 to fs-roster
           open input IN-ROSTER
           if fs-roster = 00
               perform until fs-roster = 10
                   read IN-ROSTER
                       at end move 10 to fs-roster
                       not at end perform add-roster-entry
                   end-read
               end-perform
               close IN-ROSTER
           end-if.

       add-roster-entry.
           move 1 to ws-roster-ok
           if (ptn-type not = "E" and ptn-type not = "D")
               or ptn-key = spaces
               or (ptn-cycle not = "W" and ptn-cycle not = "F")
               move 0 to ws-roster-ok
           end-if
           move ptn-eff-date to ws-val-date
           perform validate-ymd-date
           if ws-val-date-ok = 0
               move 0 to ws-roster-ok
           end-if
           perform varying ws-roster-day-i from 1 by 1
                   until ws-roster-day-i > 14
               if ptn-days(ws-roster-day-i:1) not = "Y"
                   and ptn-days(ws-roster-day-i:1) not = "N"
                   *> a weekly pattern leaves the second week blank
                   if ptn-cycle = "F" or ws-roster-day-i < 8
                       move 0 to ws-roster-ok
                   end-if
               end-if
           end-perform
           if ws-roster-ok = 0
               move spaces to ws-log-text
               string "WORK PATTERN LINE IGNORED: " delimited by size
                      roster-record delimited by size
                      into ws-log-text
               end-string
               perform log-warn
           else
               if ws-roster-count = 2000
                   move "WORK PATTERNS" to ws-table-full-name
                   perform table-capacity-stop
               end-if
               add 1 to ws-roster-count
               move ptn-type to wr-type(ws-roster-count)
               move ptn-key to wr-key(ws-roster-count)
               move ptn-eff-date to wr-eff-date(ws-roster-count)
               move ptn-cycle to wr-cycle(ws-roster-count)
               move ptn-days to wr-days(ws-roster-count)
           end-if.

       *> Is ws-sched-check-date one of the employee's rostered days?
       *> The employee's own latest effective record is looked for
       *> first, then the department's; with neither, every day is
       *> rostered and the holiday calendar alone decides
       check-scheduled-day.
           move 1 to ws-sched-day
           move 0 to ws-sched-has-pattern
           move 0 to ws-roster-idx
           move spaces to ws-roster-best-eff
           perform varying ws-roster-i from 1 by 1
                   until ws-roster-i > ws-roster-count
               if wr-type(ws-roster-i) = "E"
                   and wr-key(ws-roster-i) = ws-sched-id
                   and wr-eff-date(ws-roster-i)
                       not > ws-sched-check-date
                   and wr-eff-date(ws-roster-i)
                       not < ws-roster-best-eff
                   move ws-roster-i to ws-roster-idx
                   move wr-eff-date(ws-roster-i) to ws-roster-best-eff
               end-if
           end-perform
           if ws-roster-idx = 0
               perform varying ws-roster-i from 1 by 1
                       until ws-roster-i > ws-roster-count
                   if wr-type(ws-roster-i) = "D"
                       and wr-key(ws-roster-i)(1:3) = ws-sched-dept
                       and wr-eff-date(ws-roster-i)
                           not > ws-sched-check-date
                       and wr-eff-date(ws-roster-i)
                           not < ws-roster-best-eff
                       move ws-roster-i to ws-roster-idx
                       move wr-eff-date(ws-roster-i)
                           to ws-roster-best-eff
                   end-if
               end-perform
           end-if
           if ws-roster-idx > 0
               move 1 to ws-sched-has-pattern
               perform apply-roster-pattern
           end-if.

       *> Picks the day's Y/N flag out of the matched pattern -
       *> Monday is position 1 and Sunday 7; in the second week of a
       *> fortnightly cycle the flags are positions 8 to 14
       apply-roster-pattern.
           move ws-sched-check-date(1:4) to ws-sched-ymd(1:4)
           move ws-sched-check-date(6:2) to ws-sched-ymd(5:2)
           move ws-sched-check-date(9:2) to ws-sched-ymd(7:2)
           compute ws-sched-date-int =
               function integer-of-date(ws-sched-ymd)
           *> 1 is Monday through 6 Saturday, 0 Sunday
           compute ws-sched-dow = function rem(ws-sched-date-int, 7)
           if ws-sched-dow = 0
               move 7 to ws-sched-pos
           else
               move ws-sched-dow to ws-sched-pos
           end-if
           if wr-cycle(ws-roster-idx) = "F"
               move wr-eff-date(ws-roster-idx)(1:4)
                   to ws-sched-ymd(1:4)
               move wr-eff-date(ws-roster-idx)(6:2)
                   to ws-sched-ymd(5:2)
               move wr-eff-date(ws-roster-idx)(9:2)
                   to ws-sched-ymd(7:2)
               compute ws-sched-eff-int =
                   function integer-of-date(ws-sched-ymd)
               *> back to the Monday of the effective date's week
               compute ws-sched-dow =
                   function rem(ws-sched-eff-int, 7)
               if ws-sched-dow = 0
                   subtract 6 from ws-sched-eff-int
               else
                   compute ws-sched-eff-int =
                       ws-sched-eff-int - ws-sched-dow + 1
               end-if
               compute ws-sched-weeks =
                   (ws-sched-date-int - ws-sched-eff-int) / 7
               compute ws-sched-week = function rem(ws-sched-weeks, 2)
               if ws-sched-week = 1
                   add 7 to ws-sched-pos
               end-if
           end-if
           if wr-days(ws-roster-idx)(ws-sched-pos:1) not = "Y"
               move 0 to ws-sched-day
           end-if.

       *> Decides whether ws-nonwork-check-date is a working day. A
       *> calendar entry wins either way (N forces non-working, W
       *> forces working); a date with no entry is non-working exactly
               end-if
           end-if.

       *> Loads overtime-auth.txt into ws-otauth-table once up front.
       *> The file is optional - but a missing file means NO overtime
       *> is authorized, so every overtime hour is held out and
       *> reported rather than posted
       *> Every line is put through the approver checks first (the
       *> staff master must be open) - one that fails is audited and
       *> left out, exactly as if it had never been filed
       load-otauth-table.
           move 0 to ws-otauth-count
           move 0 to ws-otauth-rejected
           perform load-approver-list
           perform load-ppa-closed-months
           perform load-approval-audit-keys
           move 0 to fs-otauth
           open input IN-OTAUTH
           if fs-otauth = 00
               perform until fs-otauth = 10
                   read IN-OTAUTH
                       at end move 10 to fs-otauth
                       not at end perform take-otauth-line
                   end-read
               end-perform
               close IN-OTAUTH
           end-if
           if ws-otauth-rejected > 0
               move spaces to ws-log-text
               string "OVERTIME APPROVALS REJECTED: " delimited by size
                      ws-otauth-rejected delimited by size
                      " - SEE approval-audit.txt" delimited by size
                      into ws-log-text
               end-string
               perform log-warn
           end-if.

       take-otauth-line.
           perform check-otauth-month
           if ws-otauth-in-scope = 1
               perform take-otauth-line-body
           end-if.

       *> A line for a day of a closed month was judged, audited and
       *> used while that month was open. Only a correction run with
       *> rows in that month (a prior-period adjustment) needs it
       *> again; every other run leaves it alone
       check-otauth-month.
           move 1 to ws-otauth-in-scope
           perform varying ws-ppa-closed-i from 1 by 1
                   until ws-ppa-closed-i > ws-ppa-closed-count
               if ws-ppa-closed-month(ws-ppa-closed-i)
                   = otauth-date(1:7)
                   move 0 to ws-otauth-in-scope
                   exit perform
               end-if
           end-perform
           if ws-otauth-in-scope = 0
               perform varying ws-corr-month-i from 1 by 1
                       until ws-corr-month-i > ws-corr-month-count
                   if ws-corr-month(ws-corr-month-i)
                       = otauth-date(1:7)
                       move 1 to ws-otauth-in-scope
                       exit perform
                   end-if
               end-perform
           end-if.

       take-otauth-line-body.
           if otauth-decision = "R"
               move "OT-REJECT" to ws-appr-kind
           else
               move "OT-APPROVE" to ws-appr-kind
           end-if
           move otauth-staff-id to ws-appr-staff-id
           move otauth-date to ws-appr-day
           move otauth-approver to ws-appr-approver
           move otauth-appr-date to ws-appr-date
           perform judge-approval
           perform write-approval-audit
           if ws-appr-ok = 0
               add 1 to ws-otauth-rejected
           else
               if ws-otauth-count = 5000
                   move "OVERTIME AUTHS" to ws-table-full-name
                   perform table-capacity-stop
               end-if
               add 1 to ws-otauth-count
               move otauth-staff-id to oa-staff-id(ws-otauth-count)
               move otauth-date to oa-date(ws-otauth-count)
               move otauth-hours to oa-hours(ws-otauth-count)
               move otauth-decision to oa-decision(ws-otauth-count)
           end-if.

       *> Loads approvers.txt into ws-approver-table. The file is
       *> optional - with no list, only an approver in the
       *> employee's own department can approve
       load-approver-list.
           move 0 to ws-approver-count
           move 0 to fs-approver
           open input IN-APPROVER
           if fs-approver = 00
               perform until fs-approver = 10
                   read IN-APPROVER
                       at end move 10 to fs-approver
                       not at end
                           if ws-approver-count = 500
                               move "APPROVERS" to ws-table-full-name
                               perform table-capacity-stop
                           end-if
                           add 1 to ws-approver-count
                           move approver-staff-id
                               to av-staff-id(ws-approver-count)
                           move approver-dept
                               to av-dept(ws-approver-count)
                   end-read
               end-perform
               close IN-APPROVER
           end-if.

       *> Loads the key part (everything up to the outcome) of every
       *> approval-audit.txt line, so an approval already audited
       *> with the same outcome is not written again on the next run
       *> - and of the archive of any closed month a correction run
       *> is adjusting, whose approvals were audited before its close
       load-approval-audit-keys.
           move 0 to ws-apaud-key-count
           move 0 to fs-apaud
           open input APPROVAL-AUDIT
           if fs-apaud = 00
               perform until fs-apaud = 10
                   read APPROVAL-AUDIT into ws-apaud-line
                       at end move 10 to fs-apaud
                       not at end perform add-approval-audit-key
                   end-read
               end-perform
               close APPROVAL-AUDIT
           end-if
           perform varying ws-corr-month-i from 1 by 1
                   until ws-corr-month-i > ws-corr-month-count
               perform load-archived-audit-keys
           end-perform.

       load-archived-audit-keys.
           move 0 to ws-apaud-month-closed
           perform varying ws-ppa-closed-i from 1 by 1
                   until ws-ppa-closed-i > ws-ppa-closed-count
               if ws-ppa-closed-month(ws-ppa-closed-i)
                   = ws-corr-month(ws-corr-month-i)
                   move 1 to ws-apaud-month-closed
                   exit perform
               end-if
           end-perform
           if ws-apaud-month-closed = 1
               move spaces to ws-apaud-arch-name
               string "approval-audit-" delimited by size
                      ws-corr-month(ws-corr-month-i) delimited by size
                      ".txt" delimited by size
                      into ws-apaud-arch-name
               end-string
               move 0 to fs-apaudarch
               open input APPROVAL-ARCHIVE
               if fs-apaudarch = 00
                   perform until fs-apaudarch = 10
                       read APPROVAL-ARCHIVE into ws-apaud-line
                           at end move 10 to fs-apaudarch
                           not at end perform add-approval-audit-key
                       end-read
                   end-perform
                   close APPROVAL-ARCHIVE
               end-if
           end-if.

       add-approval-audit-key.
           if ws-apaud-key-count = 10000
               move "APPROVAL AUDIT" to ws-table-full-name
               perform table-capacity-stop
           end-if
           add 1 to ws-apaud-key-count
           move apa-key to ws-apaud-key(ws-apaud-key-count).

       *> Decides the approval in ws-appr-*: it needs an approver
       *> and a valid approval date, the approver may not be the
       *> employee, must be on the staff master and employed on the
       *> approval date, and must either sit in the employee's
       *> department on the day approved or be listed in
       *> approvers.txt for it.
       *> Leaves ws-appr-ok and ws-appr-reason
       judge-approval.
           move 1 to ws-appr-ok
           move spaces to ws-appr-reason
           move spaces to ws-appr-emp-dept
           move spaces to ws-appr-appr-dept
           move ws-appr-staff-id to ws-emp-lookup-id
           perform read-employee-random
           if ws-emp-found = 1
               move ws-appr-day to ws-dasof-date
               perform find-master-dept-as-of
               move ws-dasof-result to ws-appr-emp-dept
           end-if
           if ws-appr-approver = spaces or ws-appr-date = spaces
               move 0 to ws-appr-ok
               move "NO APPROVER" to ws-appr-reason
           end-if
           *> the date is compared against hire and termination
           *> dates, so it must be a real one
           if ws-appr-ok = 1
               move ws-appr-date to ws-val-date
               perform validate-ymd-date
               if ws-val-date-ok = 0
                   move 0 to ws-appr-ok
                   move "BAD APPROVAL DATE" to ws-appr-reason
               end-if
           end-if
           if ws-appr-ok = 1 and ws-appr-approver = ws-appr-staff-id
               move 0 to ws-appr-ok
               move "SELF-APPROVAL" to ws-appr-reason
           end-if
           if ws-appr-ok = 1
               perform judge-approver-employment
           end-if
           if ws-appr-ok = 1
               and ws-appr-appr-dept not = ws-appr-emp-dept
               perform find-listed-approver
               if ws-appr-listed = 0
                   move 0 to ws-appr-ok
                   move "NOT AUTHORIZED" to ws-appr-reason
               end-if
           end-if.

       *> Hired on or before the approval date and not terminated
       *> before it - the same test check-employee-active applies
       judge-approver-employment.
           move ws-appr-approver to ws-emp-lookup-id
           perform read-employee-random
           if ws-emp-found = 0
               move 0 to ws-appr-ok
               move "UNKNOWN APPROVER" to ws-appr-reason
           else
               move ws-appr-date to ws-dasof-date
               perform find-master-dept-as-of
               move ws-dasof-result to ws-appr-appr-dept
               if master-hire > ws-appr-date
                   move 0 to ws-appr-ok
                   move "APPROVER INACTIVE" to ws-appr-reason
               end-if
               if master-term not = spaces
                   and master-term < ws-appr-date
                   move 0 to ws-appr-ok
                   move "APPROVER INACTIVE" to ws-appr-reason
               end-if
           end-if.

       *> A list entry for the approver with no department, or with
       *> the employee's, authorizes them
       find-listed-approver.
           move 0 to ws-appr-listed
           perform varying ws-approver-i from 1 by 1
                   until ws-approver-i > ws-approver-count
               if av-staff-id(ws-approver-i) = ws-appr-approver
                   and (av-dept(ws-approver-i) = spaces
                       or av-dept(ws-approver-i) = ws-appr-emp-dept)
                   move 1 to ws-appr-listed
                   exit perform
               end-if
           end-perform.

       *> Appends the verdict in ws-appr-* to approval-audit.txt,
       *> unless the same approval already stands there with the
       *> same outcome
       write-approval-audit.
           move ws-appr-kind to apa-kind
           move ws-appr-staff-id to apa-staff-id
           move ws-appr-day to apa-date
           move ws-appr-emp-dept to apa-dept
           move ws-appr-approver to apa-approver
           move ws-appr-date to apa-appr-date
           move ws-appr-appr-dept to apa-appr-dept
           if ws-appr-ok = 1
               move "ACCEPTED" to apa-outcome
           else
               move "REJECTED" to apa-outcome
           end-if
           move ws-appr-reason to apa-reason
           move function current-date(1:14) to apa-stamp
           move 0 to ws-apaud-seen
           perform varying ws-apaud-key-i from 1 by 1
                   until ws-apaud-key-i > ws-apaud-key-count
               if ws-apaud-key(ws-apaud-key-i) = apa-key
                   move 1 to ws-apaud-seen
                   exit perform
               end-if
           end-perform
           if ws-apaud-seen = 0
               perform add-approval-audit-key
               move 0 to fs-apaud
               open extend APPROVAL-AUDIT
               *> first approval ever - the file doesn't exist yet
               if fs-apaud not = 00
                   open output APPROVAL-AUDIT
               end-if
               write apaud-record from ws-apaud-line
               close APPROVAL-AUDIT
           end-if.

       *> Splits the just-finalized day's overtime hours against the
               move "LEAVE-OVERDRAWN" to exc-reason
               move ws-staff-number to exc-staff-id
               perform append-leave-exception
               move "LEAVE OVERDRAWN" to lp-reason
               move 0 to ws-leave-found
           end-if.

                       else
                           move 0 to num-holiday
                       end-if
                       if chk-num-notsched is numeric
                           move chk-num-notsched to num-notsched
                       else
                           move 0 to num-notsched
                       end-if
                       *> snapshot now - chk-dept-count/chk-late-count
                       *> live in checkpoint-record, which shares its
                       *> storage with checkpoint-dept-record and
           move num-suspicious to chk-num-suspicious
           move num-onleave to chk-num-onleave
           move num-holiday to chk-num-holiday
           move num-notsched to chk-num-notsched
           move ws-dept-count to chk-dept-count
           move ws-late-count to chk-late-count
           write checkpoint-record
       reconcile-files.
           perform collect-employ-ids
           perform sort-IN-ATTEND-file
           perform check-feed-control
           perform collect-attend-ids
           perform collect-month-ids
           perform report-exceptions.
               read IN-ATTEND
                   at end move 10 to fs-attend
                   not at end
                       if ahdr-type = "HDR" or ahdr-type = "TRL"
                           perform take-feed-control-record
                       else
                           perform take-feed-detail-record
                       end-if
               end-read
           end-perform
               end-if
           end-if.

       *> Header and trailer are only counted and kept here - they
       *> are balanced against the detail rows once the sort is done
       take-feed-control-record.
           if ahdr-type = "HDR"
               *> anything ahead of the header means it isn't first
               if ws-feed-hdr-count > 0 or ws-feed-rows > 0
                   or ws-feed-trl-count > 0
                   move 1 to ws-feed-misplaced
               end-if
               add 1 to ws-feed-hdr-count
               move ahdr-batch-id to ws-feed-batch-id
               move ahdr-created to ws-feed-created
               move ahdr-from-date to ws-feed-from-date
               move ahdr-to-date to ws-feed-to-date
           else
               add 1 to ws-feed-trl-count
               move 0 to ws-feed-trl-ok
               if atrl-rows is numeric and atrl-hash is numeric
                   move 1 to ws-feed-trl-ok
                   move atrl-rows to ws-feed-trl-rows
                   move atrl-hash to ws-feed-trl-hash
               end-if
           end-if.

       take-feed-detail-record.
           *> a detail row behind the trailer means it isn't last
           if ws-feed-trl-count > 0
               move 1 to ws-feed-misplaced
           end-if
           add 1 to ws-feed-rows
           if attend-staff-id is numeric
               move attend-staff-id to ws-feed-id-num
               add ws-feed-id-num to ws-feed-hash
           end-if
           *> edit the raw record first - only clean rows flow on
           *> into the sort, bad rows go to the rejects file with a
           *> reason code
           add 1 to ws-run-att-read
           move attend-data to ws-edit-rec
           perform validate-attend-record
           *> a row dated outside the range the header declares
           *> does not belong to this batch
           if ws-edit-ok = 1 and ws-feed-hdr-count > 0
               and (ws-edit-rec-time(1:10) < ws-feed-from-date
               or ws-edit-rec-time(1:10) > ws-feed-to-date)
               move 0 to ws-edit-ok
               move "DATE-NOT-HDR" to rej-reason
           end-if
           if ws-edit-ok = 1
               perform release-edited-row
           else
               add 1 to ws-reject-count
               move ws-edit-rec to rej-original
               write reject-record from ws-reject-line
           end-if.

       *> Balances the feed's trailer against what was actually read,
       *> and the header's batch id against the run register. Any
       *> failure refuses the whole feed before a single employee is
       *> posted - a truncated upload would otherwise post half the
       *> company ABSENT
       check-feed-control.
           move 1 to ws-feed-ok
           move spaces to ws-log-text
           if ws-feed-hdr-count not = 1 or ws-feed-trl-count not = 1
               move 0 to ws-feed-ok
               string "FEED NEEDS ONE HEADER AND ONE TRAILER - READ "
                          delimited by size
                      ws-feed-hdr-count delimited by size
                      "/" delimited by size
                      ws-feed-trl-count delimited by size
                      into ws-log-text
               end-string
           end-if
           if ws-feed-ok = 1 and ws-feed-misplaced = 1
               move 0 to ws-feed-ok
               move "FEED HEADER NOT FIRST OR TRAILER NOT LAST"
                   to ws-log-text
           end-if
           if ws-feed-ok = 1
               move ws-feed-from-date to ws-val-date
               perform validate-ymd-date
               if ws-val-date-ok = 1
                   move ws-feed-to-date to ws-val-date
                   perform validate-ymd-date
               end-if
               if ws-feed-batch-id = spaces
                   or ws-feed-created is not numeric
                   or ws-val-date-ok = 0
                   or ws-feed-from-date > ws-feed-to-date
                   move 0 to ws-feed-ok
                   move "FEED HEADER INVALID" to ws-log-text
               end-if
           end-if
           if ws-feed-ok = 1 and ws-feed-trl-ok = 0
               move 0 to ws-feed-ok
               move "FEED TRAILER INVALID" to ws-log-text
           end-if
           if ws-feed-ok = 1 and ws-feed-rows not = ws-feed-trl-rows
               move 0 to ws-feed-ok
               string "FEED ROWS READ " delimited by size
                      ws-feed-rows delimited by size
                      " - TRAILER SAYS " delimited by size
                      ws-feed-trl-rows delimited by size
                      into ws-log-text
               end-string
           end-if
           if ws-feed-ok = 1 and ws-feed-hash not = ws-feed-trl-hash
               move 0 to ws-feed-ok
               string "FEED STAFF-ID HASH " delimited by size
                      ws-feed-hash delimited by size
                      " - TRAILER SAYS " delimited by size
                      ws-feed-trl-hash delimited by size
                      into ws-log-text
               end-string
           end-if
           if ws-feed-ok = 1
               perform check-batch-posted
           end-if
           if ws-feed-ok = 0
               perform refuse-attendance-feed
           end-if
           move spaces to ws-log-text
           string "FEED BATCH " delimited by size
                  ws-feed-batch-id delimited by size
                  " BALANCED - ROWS: " delimited by size
                  ws-feed-rows delimited by size
                  into ws-log-text
           end-string
           perform log-info.

       *> Every register entry counts here, reversed ones included -
       *> backing a batch out is no licence to post it again
       check-batch-posted.
           move 0 to fs-rreg
           open input RUN-REGISTER
           if fs-rreg = 00
               perform until fs-rreg = 10
                   read RUN-REGISTER
                       at end move 10 to fs-rreg
                       not at end
                           if rreg-batch-id = ws-feed-batch-id
                               move 0 to ws-feed-ok
                           end-if
                   end-read
               end-perform
               close RUN-REGISTER
           end-if
           if ws-feed-ok = 0
               string "FEED BATCH " delimited by size
                      ws-feed-batch-id delimited by size
                      " ALREADY ON RUN REGISTER" delimited by size
                      into ws-log-text
               end-string
           end-if.

       refuse-attendance-feed.
           perform log-refuse
           move "ATTENDANCE FEED REFUSED - NOTHING POSTED"
               to ws-log-text
           perform log-refuse
           close EMP-MASTER
           move ws-run-severity to return-code
           stop run.

       *> Releases the already-validated record in ws-edit-rec into
       *> the sort under its date key. An overnight-shift worker's
       *> before-noon rows (the 06:00 LEAVE, or a past-midnight
       *> ARRIVE/LEAVE pair
       release-edited-row.
           move ws-edit-rec to w-attendance-info
           move ws-edit-approval to w-corr-approval
           move w-time-al(1:10) to w-attend-date-key
           move ws-edit-rec-id to ws-resolve-id
           move w-attend-date-key to ws-resolve-date
           perform resolve-shift-for-attend-id
           if ws-cur-overnight = 1
               and ws-edit-hour < "12"
               perform derive-previous-date
           end-if
           if ws-run-mode = "CORRECTION"
               perform note-corr-month
           end-if
           release w-attendance-info.

       note-corr-month.
           move 0 to ws-corr-month-found
           perform varying ws-corr-month-i from 1 by 1
                   until ws-corr-month-i > ws-corr-month-count
               if ws-corr-month(ws-corr-month-i)
                   = w-attend-date-key(1:7)
                   move 1 to ws-corr-month-found
                   exit perform
               end-if
           end-perform
           if ws-corr-month-found = 0
               if ws-corr-month-count = 120
                   move "CORRECTION MONTHS" to ws-table-full-name
                   perform table-capacity-stop
               end-if
               add 1 to ws-corr-month-count
               move w-attend-date-key(1:7)
                   to ws-corr-month(ws-corr-month-count)
           end-if.

       *> Edits one raw attendance.txt record: the staff-id must be
       *> exactly 4 non-blank characters, the timestamp must parse as
       *> a real YYYY-MM-DD-HH-MM (month 01-12, a valid day for that
               move ws-halfdays to wm-halfdays(ws-monthly-idx)
           else
               move 0 to wm-halfdays(ws-monthly-idx)
           end-if
           if ws-night-hours is numeric
               move ws-night-hours to wm-night-hours(ws-monthly-idx)
           else
               move 0 to wm-night-hours(ws-monthly-idx)
           end-if
           if ws-hol-hours is numeric
               move ws-hol-hours to wm-hol-hours(ws-monthly-idx)
           else
               move 0 to wm-hol-hours(ws-monthly-idx)
           end-if.

       *> Stops the run cleanly when a fixed table is about to
           move 0 to wm-overtime(ws-monthly-idx)
           move 0 to wm-ytd-absent(ws-monthly-idx)
           move 0 to wm-ytd-overtime(ws-monthly-idx)
           move 0 to wm-halfdays(ws-monthly-idx)
           move 0 to wm-night-hours(ws-monthly-idx)
           move 0 to wm-hol-hours(ws-monthly-idx).

       *> Looks up the current employee's month-to-date totals in
       *> ws-monthly-table by staff-id, creating a zero-valued slot if
           move wm-days-absent(ws-monthly-idx) to ws-no-days-absent
           move wm-late(ws-monthly-idx) to ws-fifteen_period
           move wm-overtime(ws-monthly-idx) to ws-overtime_work_hour
           move wm-halfdays(ws-monthly-idx) to ws-halfdays
           move wm-night-hours(ws-monthly-idx) to ws-night-hours
           move wm-hol-hours(ws-monthly-idx) to ws-hol-hours.

       read-master-next.
           read EMP-MASTER next into ws-employees-table
                 if ws-first-date-iteration = 1
                     add 1 to ws-run-emp-read
                 end-if
                 *> the department in effect on this block's date -
                 *> a mid-month transfer moves the day's line, the
                 *> dept subtotals and the shift rules over from the
                 *> effective date on
                 move ws-checkpoint-date-key to ws-dasof-date
                 perform find-employee-dept-as-of
                 move ws-dasof-result to ws-department
                 perform resolve-shift-for-employee
           END-IF.

              move num-onleave to summery-footer-5-3
              write summery-record from summery-footer-5
              move num-holiday to summery-footer-6-3
              write summery-record from summery-footer-6
              move num-notsched to summery-footer-7-3
              write summery-record from summery-footer-7.

       *> Write the information in monthlyattandencecob.txt. If it has just been opened
           *> write the date, otherwise write the employee record
           move ws-fifteen_period to wm-late(ws-monthly-idx)
           move ws-overtime_work_hour to wm-overtime(ws-monthly-idx)
           move ws-halfdays to wm-halfdays(ws-monthly-idx)
           move ws-night-hours to wm-night-hours(ws-monthly-idx)
           move ws-hol-hours to wm-hol-hours(ws-monthly-idx)
           *> fold this run's not-yet-flushed YTD contribution into
           *> the carried-forward balance, then reset it for the
           *> next employee
                       if ws-nonworking-day = 1
                           move "HOLIDAY" to summery-status
                           add 1 to num-holiday
                           if ws-nonwork-listed = 1
                               move "CALENDAR HOLIDAY" to lp-reason
                           else
                               move "WEEKEND" to lp-reason
                           end-if
                       else
                       *> a working day the employee's roster gives
                       *> them off is NOT-SCHEDULED - no absence, no
                       *> leave taken, no deduction
                       move ws-checkpoint-date-key
                           to ws-sched-check-date
                       move ws-staff-number to ws-sched-id
                       move ws-department to ws-sched-dept
                       perform check-scheduled-day
                       if ws-sched-day = 0
                           move "NOT-SCHEDULED" to summery-status
                           add 1 to num-notsched
                           move "OUTSIDE WORK PATTERN" to lp-reason
                       else
                           perform post-no-show-day
                       end-if
                       end-if
                       perform update-dept-totals
                       perform write-monthly-data
                       perform summery-info-section
                       perform write-csv-record
                       perform write-ledger-day
                       perform write-timesheet-day
                       perform write-checkpoint

                   when 01
                       *> Ignore him, because the SUSPICIOUS was written in the file already
                       perform write-suspense-day
                       perform write-ledger-day
                       perform write-timesheet-day
                       perform write-checkpoint
                       perform read-master-next
                       perform summery-info-section
                       perform write-csv-record
                       perform write-suspense-day
                       perform write-ledger-day
                       perform write-timesheet-day
                       move 00 to act-tracker
                       perform write-checkpoint
                       perform check-non-working-date
                       if ws-nonworking-day = 1
                           move 1 to ws-worked-holiday
                           move "WORKED NON-WORK DAY" to lp-reason
                       end-if
                       perform fold-day-into-monthly
                       perform update-dept-totals
                       perform write-monthly-data
                       perform summery-info-section
                       perform write-csv-record
                       perform write-ledger-day
                       perform write-timesheet-day
                       MOVE 00 to act-tracker
                       perform write-checkpoint
                       perform write-monthly-data
                       perform summery-info-section
                       perform write-csv-record
                       perform write-ledger-day
                       perform write-timesheet-day
                       MOVE 00 to act-tracker
                       perform write-checkpoint
                       move "HALFDAY" to summery-status
                       add 1 to num-present
                       add 1 to ws-halfdays
                       move 1 to lp-halfday
                       perform update-dept-totals
                       perform write-monthly-data
                       perform summery-info-section
                       perform write-csv-record
                       perform write-ledger-day
                       perform write-timesheet-day
                       MOVE 00 to act-tracker
                       perform write-checkpoint
           END-IF
           end-if.

       *> A scheduled working day with no attendance rows at all
       post-no-show-day.
           *> an HR-approved leave period covering this date takes
           *> precedence over ABSENT - the day shows as the leave type
           *> and stays out of the absence counters and the YTD
           *> balance
           perform check-approved-leave
           *> the period must also have entitlement left - an
           *> overdrawn day clears ws-leave-found and falls through
           *> to ABSENT below, with a line on the exceptions report
           if ws-leave-found = 1
               perform consume-leave-balance
           end-if
           if ws-leave-found = 1
               add 1 to num-onleave
               move ws-consume-leave-type to lp-leave-type
               move "APPROVED LEAVE" to lp-reason
           else
               *> Mark as ABSENT
               move "ABSENT" to summery-status
               add 1 to num-absent
               add 1 to ws-no-days-absent
               add 1 to ws-ytd-absent-delta
               move 1 to lp-absent
               perform record-pattern-absent
           end-if.

       *> Sets ws-employ-active for the employee currently loaded:
       *> hired on or before the block date, and either never
       *> terminated or terminated on or after it (the termination
               move 0 to ws-susp-pending
           end-if.

       *> Opens the attendance ledger for appending - the first
       *> posting ever finds no ledger and creates it
       open-ledger-extend.
           move 0 to fs-ledger
           open extend LEDGER-FILE
           if fs-ledger not = 00
               open output LEDGER-FILE
           end-if.

       *> Appends the ledger record for the employee/date the daily
       *> run just finalized - performed ahead of write-timesheet-day,
       *> which clears the day accumulators the record is built from
       write-ledger-day.
           move spaces to ws-ledger-line
           move ws-checkpoint-date-key to ldg-date
           move ws-staff-number to ldg-staff-id
           move summery-status to ldg-status
           move ws-department to ldg-dept
           if summery-status = "SUSPICIOUS" and lp-reason = spaces
               move ws-susp-reason to lp-reason
           end-if
           move "D" to ldg-source
           perform write-ledger-record.

       *> The correction run's ledger record for the employee-day just
       *> amended - what the corrected rows now say, and what (if
       *> anything) they charged to the monthly file
       write-corr-ledger-day.
           move spaces to ws-ledger-line
           move ws-corr-cur-date to ldg-date
           move ws-corr-cur-id to ldg-staff-id
           move ws-corr-status to ldg-status
           move amd-dept to ldg-dept
           if ws-corr-bad = 1
               move "STILL SUSPICIOUS" to lp-reason
           else
               if ws-corr-from-unauth = 1
                   move "OT APPROVAL REPLAY" to lp-reason
               else
                   move "CORRECTED PUNCHES" to lp-reason
               end-if
           end-if
           move "C" to ldg-source
           perform write-ledger-record.

       *> Common tail of both ledger writers: the shift, the day's
       *> clocked figures and the pending charges go on the record,
       *> then the pending charges are cleared for the next day
       write-ledger-record.
           if ws-cur-shift-found = 1
               move ws-resolve-shift-code to ldg-shift
           else
               move "DEF" to ldg-shift
           end-if
           move ws-day-minutes to ldg-minutes
           move ws-day-ot-hours to ldg-ot-hours
           move lp-absent to ldg-absent
           move lp-halfday to ldg-halfday
           move lp-late-qtrs to ldg-late-qtrs
           move lp-ot-auth to ldg-ot-auth
           move lp-ot-held to ldg-ot-held
           move lp-ot-posted to ldg-ot-posted
           move lp-leave-type to ldg-leave-type
           move lp-reason to ldg-reason
           move lp-night-hours to ldg-night-hours
           move lp-hol-hours to ldg-hol-hours
           move space to ldg-reversed
           move function current-date(1:14) to ldg-stamp
           write ledger-record from ws-ledger-line
           move 0 to lp-absent
           move 0 to lp-halfday
           move 0 to lp-late-qtrs
           move 0 to lp-ot-auth
           move 0 to lp-ot-held
           move 0 to lp-ot-posted
           move spaces to lp-leave-type
           move spaces to lp-reason
           move 0 to lp-night-hours
           move 0 to lp-hol-hours.

       write-timesheet-day.
           move ws-staff-number to ts-staff-id
           move ws-last-name to ts-lname
           *> the GL dept totals are rebuilt alongside the rows, so
           *> the posting file always mirrors exactly this export
           move 0 to ws-gldept-count
           perform load-payrule-table
           open output OUT-PAYADJ
           write payadj-record from ws-payadj-header
           perform start-master-walk
                       perform write-one-pay-adjustment
               end-read
           end-perform
           perform write-retro-adjustments
           close OUT-PAYADJ
           perform write-gl-postings.

       write-one-pay-adjustment.
           perform read-monthly-data
           perform set-pay-rates
           move spaces to ws-pay-source
           compute ws-pay-absent-ded rounded =
               (ws-no-days-absent + ws-halfdays / 2)
               * ws-pay-daily-rate
           compute ws-pay-late-ded rounded =
               ws-fifteen_period * ws-pay-hourly-rate / 4
           compute ws-pay-ot-pay rounded =
               ws-overtime_work_hour * ws-pay-hourly-rate
               * ws-pay-ot-mult
           compute ws-pay-night-pay rounded =
               ws-night-hours * ws-pay-hourly-rate
               * ws-pay-night-pct / 100
           compute ws-pay-hol-pay rounded =
               ws-hol-hours * ws-pay-hourly-rate * ws-pay-hol-mult
           *> one row per department the employee spent part of
           *> the month in, each with its share of the amounts
           move ws-pay-absent-ded to ws-pay-tot-absent
           move ws-pay-late-ded to ws-pay-tot-late
           move ws-pay-ot-pay to ws-pay-tot-ot
           move ws-pay-night-pay to ws-pay-tot-night
           move ws-pay-hol-pay to ws-pay-tot-hol
           move 0 to ws-pay-done-absent
           move 0 to ws-pay-done-late
           move 0 to ws-pay-done-ot
           move 0 to ws-pay-done-night
           move 0 to ws-pay-done-hol
           perform build-pay-dept-split
           perform varying ws-pay-split-i from 1 by 1
                   until ws-pay-split-i > ws-pay-split-count
               perform write-pay-split-row
           end-perform.

       *> The department share in ws-pay-split-i: the days in it
       *> over the days in the month, cut to the cent, with the last
       *> department taking the remainder so the rows always add
       *> back to the employee's whole figures
       write-pay-split-row.
           if ws-pay-split-i = ws-pay-split-count
               compute ws-pay-absent-ded =
                   ws-pay-tot-absent - ws-pay-done-absent
               compute ws-pay-late-ded =
                   ws-pay-tot-late - ws-pay-done-late
               compute ws-pay-ot-pay =
                   ws-pay-tot-ot - ws-pay-done-ot
               compute ws-pay-night-pay =
                   ws-pay-tot-night - ws-pay-done-night
               compute ws-pay-hol-pay =
                   ws-pay-tot-hol - ws-pay-done-hol
           else
               compute ws-pay-absent-ded = ws-pay-tot-absent
                   * ps-days(ws-pay-split-i) / ws-pay-month-days
               compute ws-pay-late-ded = ws-pay-tot-late
                   * ps-days(ws-pay-split-i) / ws-pay-month-days
               compute ws-pay-ot-pay = ws-pay-tot-ot
                   * ps-days(ws-pay-split-i) / ws-pay-month-days
               compute ws-pay-night-pay = ws-pay-tot-night
                   * ps-days(ws-pay-split-i) / ws-pay-month-days
               compute ws-pay-hol-pay = ws-pay-tot-hol
                   * ps-days(ws-pay-split-i) / ws-pay-month-days
           end-if
           add ws-pay-absent-ded to ws-pay-done-absent
           add ws-pay-late-ded to ws-pay-done-late
           add ws-pay-ot-pay to ws-pay-done-ot
           add ws-pay-night-pay to ws-pay-done-night
           add ws-pay-hol-pay to ws-pay-done-hol
           move ps-dept(ws-pay-split-i) to ws-pay-dept
           perform write-payadj-row.

       *> Daily and hourly rates and the pay rules for the employee
       *> in ws-employees-table
       set-pay-rates.
           if ws-monthly-salary is numeric
               move ws-monthly-salary to ws-pay-salary
           else
               move 0 to ws-pay-salary
           end-if
           *> a rostered part-timer's day is worth their salary over
           *> the days they are actually scheduled to work this month
           perform count-scheduled-days
           compute ws-pay-daily-rate rounded =
               ws-pay-salary / ws-pay-divisor
           compute ws-pay-hourly-rate rounded =
               ws-pay-daily-rate / ws-pay-day-hours
           perform find-pay-rules.

       *> Writes one export row from the ws-pay amounts, ws-pay-dept
       *> and ws-pay-source, and folds it into the GL totals
       write-payadj-row.
           compute ws-pay-net =
               ws-pay-ot-pay + ws-pay-night-pay + ws-pay-hol-pay
               - ws-pay-absent-ded - ws-pay-late-ded
           move ws-pay-absent-ded to ws-pay-edit-in
           perform edit-pay-amount
           move ws-pay-edit-out to ws-pay-absent-ded-d
           move ws-pay-late-ded to ws-pay-edit-in
           perform edit-pay-amount
           move ws-pay-edit-out to ws-pay-late-ded-d
           move ws-pay-ot-pay to ws-pay-edit-in
           perform edit-pay-amount
           move ws-pay-edit-out to ws-pay-ot-pay-d
           move ws-pay-night-pay to ws-pay-edit-in
           perform edit-pay-amount
           move ws-pay-edit-out to ws-pay-night-pay-d
           move ws-pay-hol-pay to ws-pay-edit-in
           perform edit-pay-amount
           move ws-pay-edit-out to ws-pay-hol-pay-d
           move ws-pay-net to ws-pay-net-d
           move spaces to ws-payadj-line
           string ws-month-date delimited by space
                  "," delimited by size
                  ws-pay-salary delimited by size
                  "," delimited by size
                  ws-pay-absent-ded-d delimited by space
                  "," delimited by size
                  ws-pay-late-ded-d delimited by space
                  "," delimited by size
                  ws-pay-ot-pay-d delimited by space
                  "," delimited by size
                  ws-pay-net-d delimited by size
                  "," delimited by size
                  ws-pay-dept delimited by size
                  "," delimited by size
                  ws-pay-night-pay-d delimited by space
                  "," delimited by size
                  ws-pay-hol-pay-d delimited by space
                  "," delimited by size
                  ws-pay-source delimited by space
                  into ws-payadj-line
           end-string
           write payadj-record from ws-payadj-line
           perform add-gl-dept-totals.

       *> A retro credit is the only negative amount the export
       *> carries - it gets a leading minus, and every other amount
       *> keeps the unsigned layout payroll already reads
       edit-pay-amount.
           if ws-pay-edit-in < 0
               move ws-pay-edit-in to ws-pay-edit-neg
               move ws-pay-edit-neg to ws-pay-edit-out
           else
               move ws-pay-edit-in to ws-pay-edit-pos
               move ws-pay-edit-pos to ws-pay-edit-out
           end-if.

       *> One retro row per prior-period adjustment posted to the
       *> open month, valued at the employee's current rates and
       *> charged to the department they were in on the day
       write-retro-adjustments.
           move 0 to fs-ppa
           open input PPA-REGISTER
           if fs-ppa = 00
               perform until fs-ppa = 10
                   read PPA-REGISTER into ws-ppa-line
                       at end move 10 to fs-ppa
                       not at end
                           if ppa-post-month = ws-month-date
                               perform write-one-retro-adjustment
                           end-if
                   end-read
               end-perform
               close PPA-REGISTER
           end-if.

       write-one-retro-adjustment.
           move ppa-staff-id to ws-emp-lookup-id
           perform read-employee-random
           if ws-emp-found = 0
               move spaces to ws-log-text
               string "RETRO LINE FOR UNKNOWN STAFF-ID "
                          delimited by size
                      ppa-staff-id delimited by size
                      " NOT EXPORTED" delimited by size
                      into ws-log-text
               end-string
               perform log-reject
           else
               move master-record to ws-employees
               perform set-pay-rates
               compute ws-pay-absent-ded rounded =
                   ppa-halfday / 2 * ws-pay-daily-rate
               compute ws-pay-late-ded rounded =
                   ppa-late-qtrs * ws-pay-hourly-rate / 4
               compute ws-pay-ot-pay rounded =
                   ppa-ot-hours * ws-pay-hourly-rate * ws-pay-ot-mult
               compute ws-pay-night-pay rounded =
                   ppa-night-hours * ws-pay-hourly-rate
                   * ws-pay-night-pct / 100
               compute ws-pay-hol-pay rounded =
                   ppa-hol-hours * ws-pay-hourly-rate * ws-pay-hol-mult
               move ppa-dept to ws-pay-dept
               move spaces to ws-pay-source
               string "RETRO-" delimited by size
                      ppa-closed-month delimited by size
                      into ws-pay-source
               end-string
               perform write-payadj-row
           end-if.

       *> Loads pay-rules.txt - a missing file leaves the table
       *> empty and everyone on the defaults
       load-payrule-table.
           move 0 to ws-payrule-count
           move 0 to fs-payrule
           open input IN-PAYRULE
           if fs-payrule = 00
               perform until fs-payrule = 10
                   read IN-PAYRULE
                       at end move 10 to fs-payrule
                       not at end perform add-payrule-entry
                   end-read
               end-perform
               close IN-PAYRULE
           end-if.

       add-payrule-entry.
           if (prl-type not = "S" and prl-type not = "D")
               or prl-key = spaces
               or prl-ot-mult not numeric
               or prl-night-pct not numeric
               or prl-hol-mult not numeric
               move spaces to ws-log-text
               string "PAY RULE LINE IGNORED: " delimited by size
                      payrule-record delimited by size
                      into ws-log-text
               end-string
               perform log-warn
           else
               if ws-payrule-count = 200
                   move "PAY RULES" to ws-table-full-name
                   perform table-capacity-stop
               end-if
               add 1 to ws-payrule-count
               move prl-type to pr-type(ws-payrule-count)
               move prl-key to pr-key(ws-payrule-count)
               move prl-ot-mult to pr-ot-mult(ws-payrule-count)
               move prl-night-pct to pr-night-pct(ws-payrule-count)
               move prl-hol-mult to pr-hol-mult(ws-payrule-count)
           end-if.

       *> Rates for the employee just read: the rule for the shift
       *> they are assigned, else the one for their department,
       *> else time-and-a-half overtime and no premiums
       find-pay-rules.
           move 1.50 to ws-pay-ot-mult
           move 0 to ws-pay-night-pct
           move 0 to ws-pay-hol-mult
           move 0 to ws-payrule-found
           perform resolve-shift-for-employee
           if ws-cur-shift-found = 1
               perform varying ws-payrule-i from 1 by 1
                       until ws-payrule-i > ws-payrule-count
                   if pr-type(ws-payrule-i) = "S"
                       and pr-key(ws-payrule-i) = ws-resolve-shift-code
                       move 1 to ws-payrule-found
                       exit perform
                   end-if
               end-perform
           end-if
           if ws-payrule-found = 0
               perform varying ws-payrule-i from 1 by 1
                       until ws-payrule-i > ws-payrule-count
                   if pr-type(ws-payrule-i) = "D"
                       and pr-key(ws-payrule-i) = ws-department
                       move 1 to ws-payrule-found
                       exit perform
                   end-if
               end-perform
           end-if
           if ws-payrule-found = 1
               move pr-ot-mult(ws-payrule-i) to ws-pay-ot-mult
               move pr-night-pct(ws-payrule-i) to ws-pay-night-pct
               move pr-hol-mult(ws-payrule-i) to ws-pay-hol-mult
           end-if.

       *> Counts the month's calendar days by the department in
       *> effect on each. Staff never transferred get the one slot,
       *> their master department, without the day-by-day walk
       build-pay-dept-split.
           move 0 to ws-pay-split-count
           move ws-month-date(1:4) to ws-edit-year
           move ws-month-date(6:2) to ws-edit-month
           perform compute-month-days
           move ws-edit-month-days to ws-pay-month-days
           if ws-dept-history = spaces
               move 1 to ws-pay-split-count
               move ws-department to ps-dept(1)
               move ws-pay-month-days to ps-days(1)
           else
               perform varying ws-pay-day-i from 1 by 1
                       until ws-pay-day-i > ws-pay-month-days
                   move spaces to ws-dasof-date
                   string ws-month-date delimited by size
                          "-" delimited by size
                          ws-pay-day-i delimited by size
                          into ws-dasof-date
                   end-string
                   perform find-employee-dept-as-of
                   perform add-pay-split-day
               end-perform
           end-if.

       add-pay-split-day.
           move 0 to ws-pay-split-found
           perform varying ws-pay-split-i from 1 by 1
                   until ws-pay-split-i > ws-pay-split-count
               if ps-dept(ws-pay-split-i) = ws-dasof-result
                   move 1 to ws-pay-split-found
                   exit perform
               end-if
           end-perform
           if ws-pay-split-found = 0
               add 1 to ws-pay-split-count
               move ws-pay-split-count to ws-pay-split-i
               move ws-dasof-result to ps-dept(ws-pay-split-i)
               move 0 to ps-days(ws-pay-split-i)
           end-if
           add 1 to ps-days(ws-pay-split-i).

       *> Sets ws-pay-divisor for the employee just read: with no
       *> work pattern in force during the month it stays the flat
       *> control.txt workday count; with one, it is the month's
       *> working days on the holiday calendar that the roster
       *> schedules them for
       count-scheduled-days.
           move ws-pay-workdays to ws-pay-divisor
           move 0 to ws-pay-sched-days
           move 0 to ws-pay-has-pattern
           *> most of the company is on no roster at all - only walk
           *> the month for someone a roster record could apply to
           perform varying ws-roster-i from 1 by 1
                   until ws-roster-i > ws-roster-count
               if (wr-type(ws-roster-i) = "E"
                   and wr-key(ws-roster-i) = ws-staff-number)
                   or (wr-type(ws-roster-i) = "D"
                   and wr-key(ws-roster-i)(1:3) = ws-department)
                   move 1 to ws-pay-has-pattern
                   exit perform
               end-if
           end-perform
           *> a transferred employee may be on an old department's
           *> roster for part of the month - walk it to find out
           if ws-pay-has-pattern = 1
               or ws-dept-history not = spaces
               perform count-scheduled-days-body
           end-if.

       count-scheduled-days-body.
           move 0 to ws-pay-has-pattern
           move ws-month-date(1:4) to ws-edit-year
           move ws-month-date(6:2) to ws-edit-month
           perform compute-month-days
           move ws-edit-month-days to ws-pay-month-days
           perform varying ws-pay-day-i from 1 by 1
                   until ws-pay-day-i > ws-pay-month-days
               move spaces to ws-sched-check-date
               string ws-month-date delimited by size
                      "-" delimited by size
                      ws-pay-day-i delimited by size
                      into ws-sched-check-date
               end-string
               move ws-sched-check-date to ws-nonwork-check-date
               perform check-non-working-date
               if ws-nonworking-day = 0
                   move ws-staff-number to ws-sched-id
                   move ws-sched-check-date to ws-dasof-date
                   perform find-employee-dept-as-of
                   move ws-dasof-result to ws-sched-dept
                   perform check-scheduled-day
                   if ws-sched-has-pattern = 1
                       move 1 to ws-pay-has-pattern
                   end-if
                   if ws-sched-day = 1
                       add 1 to ws-pay-sched-days
                   end-if
               end-if
           end-perform
           if ws-pay-has-pattern = 1 and ws-pay-sched-days > 0
               move ws-pay-sched-days to ws-pay-divisor
           end-if.

       *> Folds a pay row's adjustment amounts into the GL
       *> totals of its department (ws-pay-dept), the same
       *> find-or-add pattern the daily dept subtotals use
       add-gl-dept-totals.
           move 0 to ws-gldept-found
           perform varying ws-gldept-i from 1 by 1
                   until ws-gldept-i > ws-gldept-count
               if gd-dept(ws-gldept-i) = ws-pay-dept
                   and gd-source(ws-gldept-i) = ws-pay-source
                   move 1 to ws-gldept-found
                   exit perform
               end-if
               end-if
               add 1 to ws-gldept-count
               move ws-gldept-count to ws-gldept-i
               move ws-pay-dept to gd-dept(ws-gldept-i)
               move ws-pay-source to gd-source(ws-gldept-i)
               move 0 to gd-absent-ded(ws-gldept-i)
               move 0 to gd-late-ded(ws-gldept-i)
               move 0 to gd-ot-pay(ws-gldept-i)
               move 0 to gd-night-pay(ws-gldept-i)
               move 0 to gd-hol-pay(ws-gldept-i)
           end-if
           add ws-pay-absent-ded to gd-absent-ded(ws-gldept-i)
           add ws-pay-late-ded to gd-late-ded(ws-gldept-i)
           add ws-pay-ot-pay to gd-ot-pay(ws-gldept-i)
           add ws-pay-night-pay to gd-night-pay(ws-gldept-i)
           add ws-pay-hol-pay to gd-hol-pay(ws-gldept-i).

      ******************************
      *> GL posting interface: turns the per-department adjustment
               move "OVERTIME" to ws-gl-cur-type
               move gd-ot-pay(ws-gldept-i) to ws-gl-cur-amount
               perform add-gl-detail
               move "NIGHTDIF" to ws-gl-cur-type
               move gd-night-pay(ws-gldept-i) to ws-gl-cur-amount
               perform add-gl-detail
               move "HOLPREM" to ws-gl-cur-type
               move gd-hol-pay(ws-gldept-i) to ws-gl-cur-amount
               perform add-gl-detail
           end-perform.

       add-gl-detail.
                   add 1 to ws-glpost-count
                   move gd-dept(ws-gldept-i)
                       to gp-dept(ws-glpost-count)
                   move gd-source(ws-gldept-i)
                       to gp-source(ws-glpost-count)
                   move ws-gl-cur-type to gp-type(ws-glpost-count)
                   *> a credit total - retro rows handing money
                   *> back - books as the reversed pair
                   if ws-gl-cur-amount < 0
                       move ga-cr-acct(ws-glmap-i)
                           to gp-dr-acct(ws-glpost-count)
                       move ga-dr-acct(ws-glmap-i)
                           to gp-cr-acct(ws-glpost-count)
                       compute gp-amount(ws-glpost-count) =
                           0 - ws-gl-cur-amount
                   else
                       move ga-dr-acct(ws-glmap-i)
                           to gp-dr-acct(ws-glpost-count)
                       move ga-cr-acct(ws-glmap-i)
                           to gp-cr-acct(ws-glpost-count)
                       move ws-gl-cur-amount
                           to gp-amount(ws-glpost-count)
                   end-if
                   add gp-amount(ws-glpost-count) to ws-gl-batch-total
               end-if
           end-if.

               perform varying ws-glpost-i from 1 by 1
                       until ws-glpost-i > ws-glpost-count
                   move gp-dept(ws-glpost-i) to gld-dept
                   move gp-source(ws-glpost-i) to gld-source
                   move gp-type(ws-glpost-i) to gld-type
                   move gp-amount(ws-glpost-i) to gld-amount
                   move "DR" to gld-drcr
           move ws-burst-lookup-id to ws-emp-lookup-id
           perform read-employee-random
           if ws-emp-found = 1
               perform take-burst-line-dept
           end-if.

       *> A detail line goes with the department in effect on its
       *> date: summary and late lines print that department, a
       *> timesheet day line carries the date. A weekly total line
       *> has neither and goes with the master department
       take-burst-line-dept.
           move master-dept to ws-burst-dept
           evaluate ws-burst-which
               when 1
                   if ws-burst-line(43:3) not = spaces
                       move ws-burst-line(43:3) to ws-burst-dept
                   end-if
               when 2
                   if ws-burst-line(38:3) not = spaces
                       move ws-burst-line(38:3) to ws-burst-dept
                   end-if
               when 3
                   move ws-burst-line(38:10) to ws-val-date
                   perform validate-ymd-date
                   if ws-val-date-ok = 1
                       move ws-val-date to ws-dasof-date
                       perform find-master-dept-as-of
                       move ws-dasof-result to ws-burst-dept
                   end-if
           end-evaluate.

       *> Records a malformed ARRIVE/LEAVE pair as SUSPICIOUS right
       *> away and stops tracking further pairs for this employee today
       flag-suspicious-mid-day.
       update-dept-totals.
           *> a company-wide non-working date belongs to no
           *> department's subtotals at all - not even as an
           *> all-zero block, so it must not reach the find-or-add.
           *> A day off the employee's work pattern is no more a
           *> presence, absence or leave than a holiday is
           if summery-status = "HOLIDAY"
               or summery-status = "NOT-SCHEDULED"
               continue
           else
               perform update-dept-totals-body
       *> figures cannot contaminate the monthly or YTD balances
       fold-day-into-monthly.
           add ws-day-late-qtrs to ws-fifteen_period
           move ws-day-late-qtrs to lp-late-qtrs
           move ws-overtime_work_hour to ws-ledger-ot-before
           *> only supervisor-authorized overtime may post - the rest
           *> is held out of the monthly totals (and with them the
           *> payroll export) and reported for approval
           add ws-ot-auth-part to ws-ytd-overtime-delta
           if ws-overtime_work_hour > ws-overtime-cap
               move ws-overtime-cap to ws-overtime_work_hour
           end-if
           move ws-ot-auth-part to lp-ot-auth
           move ws-ot-unauth-part to lp-ot-held
           compute lp-ot-posted =
               ws-overtime_work_hour - ws-ledger-ot-before
           *> hours owed a premium: all of a day on an overnight
           *> shift, and all of a day clocked on a non-working date
           compute ws-day-prem-hours rounded = ws-day-minutes / 60
           if ws-cur-overnight = 1
               add ws-day-prem-hours to ws-night-hours
               move ws-day-prem-hours to lp-night-hours
           end-if
           if ws-worked-holiday = 1
               add ws-day-prem-hours to ws-hol-hours
               move ws-day-prem-hours to lp-hol-hours
           end-if.

       late-calculator.
