identification division.
program-id. sqrttcm.

environment division.
input-output section.
file-control.
  select optional policy-file assign to "sqrttol.dat"
  organization is line sequential
  file status is ws-tol-status.
  select optional calendar-file assign to "sqrt.cal"
  organization is line sequential
  file status is ws-cal-status.
  select optional branch-file assign to "branch.mst"
  organization is indexed
  access is random
  record key is brm-code
  file status is ws-brm-status.
  select card-file assign to "sqrttcm.dat"
  organization is line sequential
  file status is ws-card-status.
  select optional audit-file assign to "sqrttcm.aud"
  organization is line sequential
  file status is ws-aud-status.
  select report-file assign to "sqrttcm.rpt"
  organization is line sequential.

data division.
file section.
fd policy-file.
  01 tol-record pic x(17).
fd calendar-file.
  01 cal-record pic x(17).
fd branch-file.
  01 brm-record.
    02 brm-code   pic x(3).
    02 brm-name   pic x(30).
    02 brm-status pic x.
fd card-file.
  01 tx-card.
    02 tx-file   pic x.
      88 tx-policy   value 'T'.
      88 tx-calendar value 'C'.
    02 tx-action pic x.
      88 tx-add    value 'A'.
      88 tx-change value 'C'.
      88 tx-delete value 'D'.
    02 tx-user   pic x(8).
    02 tx-body   pic x(17).
    02 filler    pic x(53).
  01 tx-tol-card.
    02 filler      pic x(10).
    02 tx-tol-branch pic x(3).
    02 tx-tol-op     pic x.
      88 tx-op-valid value '*', 'S', 'C', '2' thru '9'.
    02 tx-tol-eff    pic 9(8).
    02 tx-tol-diff   pic v9(5).
    02 filler      pic x(53).
  01 tx-cal-card.
    02 filler      pic x(10).
    02 tx-cal-date  pic 9(8).
    02 tx-cal-type  pic x.
      88 tx-type-valid value 'B', 'H', 'W'.
    02 tx-cal-cycle pic 9(8).
    02 filler      pic x(53).
fd audit-file.
  01 aud-record.
    02 aud-date   pic 9(8).
    02 aud-time   pic x(6).
    02 aud-user   pic x(8).
    02 aud-file   pic x.
    02 aud-action pic x.
    02 aud-before pic x(17).
    02 aud-after  pic x(17).
fd report-file.
  01 rpt-line pic x(132).
working-storage section.
77 ws-tol-status pic xx.
77 ws-cal-status pic xx.
77 ws-brm-status pic xx.
77 ws-card-status pic xx.
77 ws-aud-status pic xx.
77 wk-brm-state pic x value 'N'.
  88 branch-usable   value 'Y'.
  88 branch-unusable value 'N'.
77 wk-parm pic x(20) value spaces.
77 wk-mode pic x(8) value spaces.
  88 verify-mode value 'VERIFY'.
  88 update-mode value 'UPDATE'.
77 wk-now pic x(21).
77 wk-today pic x(8).
77 wk-tx-count  pic 9(5) value 0.
77 wk-ok-count  pic 9(5) value 0.
77 wk-bad-count pic 9(5) value 0.
77 wk-tol-add pic 9(5) value 0.
77 wk-tol-chg pic 9(5) value 0.
77 wk-tol-del pic 9(5) value 0.
77 wk-cal-add pic 9(5) value 0.
77 wk-cal-chg pic 9(5) value 0.
77 wk-cal-del pic 9(5) value 0.
77 wk-pol-count pic 9(4) value 0.
77 wk-pol-limit pic 9(4) value 999.
77 wk-cal-count pic 9(4) value 0.
77 wk-cal-limit pic 9(4) value 2000.
77 wk-ap-count pic 9(4) value 0.
77 wk-ap-limit pic 9(4) value 999.
77 wk-px pic 9(4) value 0.
77 wk-cx pic 9(4) value 0.
77 wk-ax pic 9(4) value 0.
77 wk-fx pic 9(4) value 0.
77 wk-ix pic 9(4) value 0.
77 wk-reason pic x(30) value spaces.
77 wk-before pic x(17) value spaces.
77 wk-after  pic x(17) value spaces.
77 wk-tol-dirty pic x value 'N'.
  88 policy-changed value 'Y'.
77 wk-cal-dirty pic x value 'N'.
  88 calendar-changed value 'Y'.
77 wk-tol-done pic x value 'N'.
  88 policy-rewritten value 'Y'.
77 wk-cal-done pic x value 'N'.
  88 calendar-rewritten value 'Y'.
77 wk-probe-state pic x value 'Y'.
  88 targets-open value 'Y'.
77 wk-load-state pic x value 'N'.
  88 load-overflow value 'Y'.
  88 load-clean    value 'N'.
77 wk-line-count pic 9(3) value 0.
77 wk-page-num   pic 9(4) value 0.
77 wk-page-limit pic 9(3) value 60.
01 wk-found pic x value 'N'.
  88 entry-found   value 'Y'.
  88 entry-missing value 'N'.
01 eof-flag pic x value 'N'.
  88 no-more-records value 'N'.
  88 end-of-file    value 'Y'.
01 pol-table.
  02 pol-entry occurs 999 times.
    03 pe-image pic x(17).
    03 pe-fields redefines pe-image.
      04 pe-branch pic x(3).
      04 pe-op     pic x.
      04 pe-eff    pic 9(8).
      04 pe-diff   pic v9(5).
    03 pe-state pic x.
      88 pe-live value 'L'.
      88 pe-gone value 'D'.
01 cal-table.
  02 cal-entry occurs 2000 times.
    03 ce-image pic x(17).
    03 ce-fields redefines ce-image.
      04 ce-date  pic 9(8).
      04 ce-type  pic x.
      04 ce-cycle pic 9(8).
    03 ce-state pic x.
      88 ce-live value 'L'.
      88 ce-gone value 'D'.
01 cal-hold.
  02 ch-image pic x(17).
  02 ch-state pic x.
01 applied-table.
  02 ap-entry occurs 999 times.
    03 ap-user   pic x(8).
    03 ap-file   pic x.
    03 ap-action pic x.
    03 ap-before pic x(17).
    03 ap-after  pic x(17).
01 tol-view.
  02 tv-branch pic x(3).
  02 tv-op     pic x.
  02 tv-eff    pic 9(8).
  02 tv-diff   pic v9(5).
01 cal-view.
  02 cv-date  pic 9(8).
  02 cv-type  pic x.
  02 cv-cycle pic 9(8).
01 tol-shown.
  02 ts-branch pic x(3).
  02 filler pic x value space.
  02 ts-op pic x.
  02 filler pic x value space.
  02 ts-eff pic 9(8).
  02 filler pic x value space.
  02 ts-diff pic 9.9(5).
01 cal-shown.
  02 cs-date pic 9(8).
  02 filler pic x value space.
  02 cs-type pic x.
  02 filler pic x value space.
  02 cs-cycle pic 9(8).
  02 filler pic x(3) value spaces.
01 prt-area pic x(132).
01 blank-line pic x(132) value spaces.
01 page-head-line.
  02 filler pic x value space.
  02 ph-jobname pic x(8) value 'SQRTTCM'.
  02 filler pic x(20) value spaces.
  02 filler pic x(30) value 'Reference Data Change Register'.
  02 filler pic x(17) value spaces.
  02 filler pic x(4) value 'Run '.
  02 ph-date pic x(10).
  02 filler pic x value space.
  02 ph-time pic x(5).
  02 filler pic x(24) value spaces.
  02 filler pic x(5) value 'Page '.
  02 ph-page pic zzz9.
01 mode-line.
  02 filler pic x value space.
  02 filler pic x(6) value 'Mode: '.
  02 ml-mode pic x(8).
  02 ml-note pic x(40).
01 reg-heads.
  02 filler pic x(40) value
    '   Seq F A Requester Before             '.
  02 filler pic x(40) value
    '    After                  Result       '.
01 under-line.
  02 filler pic x(120) value all '-'.
01 reg-detail.
  02 filler pic x value space.
  02 rd-seq pic zzzz9.
  02 filler pic x value space.
  02 rd-file pic x.
  02 filler pic x value space.
  02 rd-action pic x.
  02 filler pic x value space.
  02 rd-user pic x(8).
  02 filler pic x(2) value spaces.
  02 rd-before pic x(22).
  02 filler pic x(2) value spaces.
  02 rd-after pic x(22).
  02 filler pic x(2) value spaces.
  02 rd-result pic x(9).
  02 rd-reason pic x(30).
01 totals-heading.
  02 filler pic x(9) value spaces.
  02 filler pic x(14) value 'Change Summary'.
01 total-tx-line.
  02 filler pic x value space.
  02 filler pic x(24) value 'Transactions read:      '.
  02 tl-tx pic zzzz9.
01 total-ok-line.
  02 filler pic x value space.
  02 filler pic x(24) value 'Transactions applied:   '.
  02 tl-ok pic zzzz9.
01 total-bad-line.
  02 filler pic x value space.
  02 filler pic x(24) value 'Transactions rejected:  '.
  02 tl-bad pic zzzz9.
01 total-file-line.
  02 filler pic x value space.
  02 tf-name pic x(12).
  02 filler pic x(7) value ' added '.
  02 tf-add pic zzzz9.
  02 filler pic x(10) value '  changed '.
  02 tf-chg pic zzzz9.
  02 filler pic x(10) value '  deleted '.
  02 tf-del pic zzzz9.
01 total-rules-line.
  02 filler pic x value space.
  02 tr-name pic x(12).
  02 filler pic x(17) value ' records on file '.
  02 tr-count pic zzzz9.
01 signoff-line-1.
  02 filler pic x(40) value
    ' Prepared by:        __________________ '.
  02 filler pic x(24) value '  Date: ________________'.
01 signoff-line-2.
  02 filler pic x(40) value
    ' Supervisor sign-off: _________________ '.
  02 filler pic x(24) value '  Date: ________________'.
01 fail-mess.
  02 filler pic x value space.
  02 fm-text pic x(60).

procedure division.
main.
  accept wk-parm from command-line.
  move function upper-case(function trim(wk-parm)) to wk-mode.
  if not verify-mode and not update-mode
    display 'sqrttcm: specify VERIFY or UPDATE'
    move 8 to return-code
    stop run
  end-if.
  move function current-date to wk-now.
  move wk-now(1:8) to wk-today.
  string wk-now(1:4) '-' wk-now(5:2) '-' wk-now(7:2)
    delimited by size into ph-date.
  string wk-now(9:2) ':' wk-now(11:2)
    delimited by size into ph-time.
  open input card-file.
  if ws-card-status not = '00'
    display 'sqrttcm: sqrttcm.dat open failed, status '
      ws-card-status
    move 8 to return-code
    stop run
  end-if.
  perform load-policy.
  perform load-calendar.
  open output report-file.
  perform page-break.
  move wk-mode to ml-mode.
  if verify-mode
    move ' -- edit only, no files changed' to ml-note
  else
    move ' -- sqrttol.dat and sqrt.cal updated' to ml-note
  end-if.
  move mode-line to prt-area.
  perform print-reg.
  if load-overflow
    move 'Reference file larger than table -- nothing applied'
      to fm-text
    move fail-mess to prt-area
    perform print-reg
    close card-file, report-file
    move 8 to return-code
    stop run
  end-if.
  move reg-heads to prt-area.
  perform print-reg.
  move under-line to prt-area.
  perform print-reg.
  open input branch-file.
  if ws-brm-status = '00' or ws-brm-status = '05'
    move 'Y' to wk-brm-state
  end-if.
  read card-file at end move 'Y' to eof-flag end-read.
  perform process-tx until end-of-file.
  close card-file.
  if branch-usable
    close branch-file
  end-if.
  if update-mode
    perform apply-updates
  end-if.
  perform summary.
  close report-file.
  if return-code = 0 and wk-bad-count > 0
    move 4 to return-code
  end-if.
  display 'sqrttcm: ' wk-tx-count ' transactions, ' wk-ok-count
    ' applied, ' wk-bad-count ' rejected'.
  stop run.

load-policy.
  open input policy-file.
  if ws-tol-status = '00'
    read policy-file at end move 'Y' to eof-flag end-read
    perform load-pol-record until end-of-file
    close policy-file
  else
    if ws-tol-status = '05'
      close policy-file
    end-if
  end-if.
  move 'N' to eof-flag.

load-pol-record.
  if tol-record not = spaces
    if wk-pol-count < wk-pol-limit
      add 1 to wk-pol-count
      move tol-record to pe-image(wk-pol-count)
      move 'L' to pe-state(wk-pol-count)
    else
      move 'Y' to wk-load-state
    end-if
  end-if.
  read policy-file at end move 'Y' to eof-flag end-read.

load-calendar.
  open input calendar-file.
  if ws-cal-status = '00'
    read calendar-file at end move 'Y' to eof-flag end-read
    perform load-cal-record until end-of-file
    close calendar-file
  else
    if ws-cal-status = '05'
      close calendar-file
    end-if
  end-if.
  move 'N' to eof-flag.

load-cal-record.
  if cal-record not = spaces
    if wk-cal-count < wk-cal-limit
      add 1 to wk-cal-count
      move cal-record to ce-image(wk-cal-count)
      move 'L' to ce-state(wk-cal-count)
    else
      move 'Y' to wk-load-state
    end-if
  end-if.
  read calendar-file at end move 'Y' to eof-flag end-read.

process-tx.
  add 1 to wk-tx-count.
  move spaces to wk-reason, wk-before, wk-after.
  evaluate true
    when wk-ap-count >= wk-ap-limit
      move 'Run limit reached -- resubmit' to wk-reason
    when tx-user = spaces
      move 'Requester missing' to wk-reason
    when not (tx-add or tx-change or tx-delete)
      move 'Action not A, C or D' to wk-reason
    when tx-policy
      perform policy-tx
    when tx-calendar
      perform calendar-tx
    when other
      move 'File code not T or C' to wk-reason
  end-evaluate.
  if wk-reason = spaces
    perform record-applied
  else
    add 1 to wk-bad-count
  end-if.
  perform register-line.
  read card-file at end move 'Y' to eof-flag end-read.

policy-tx.
  move tx-body to tol-view.
  perform find-rule.
  evaluate true
    when tx-tol-branch = spaces
      move 'Branch code missing' to wk-reason
    when not tx-op-valid
      move 'Invalid op code' to wk-reason
    when tx-tol-eff not numeric
      move 'Effective date invalid' to wk-reason
    when function test-date-yyyymmdd(tx-tol-eff) not = 0
      move 'Effective date invalid' to wk-reason
    when tx-delete
      if entry-missing
        move 'Rule not on file' to wk-reason
      else
        perform delete-rule
      end-if
    when tx-tol-diff not numeric
      move 'Tolerance not numeric' to wk-reason
    when tx-tol-diff = 0
      move 'Tolerance of zero' to wk-reason
    when tx-add and entry-found
      move 'Duplicate rule' to wk-reason
    when tx-change and entry-missing
      move 'Rule not on file' to wk-reason
    when other
      perform check-rule-branch
      if wk-reason = spaces
        if tx-add
          perform add-rule
        else
          perform change-rule
        end-if
      end-if
  end-evaluate.

check-rule-branch.
  if tx-tol-branch not = '***'
    move tx-tol-branch to brm-code
    if branch-usable
      read branch-file
        invalid key move 'Branch not on branch.mst' to wk-reason
      end-read
    else
      move 'branch.mst unavailable' to wk-reason
    end-if
  end-if.

find-rule.
  move 'N' to wk-found.
  move 0 to wk-fx.
  perform match-rule
    varying wk-px from 1 by 1
    until wk-px > wk-pol-count or entry-found.

match-rule.
  if pe-live(wk-px)
    and pe-branch(wk-px) = tx-tol-branch
    and pe-op(wk-px) = tx-tol-op
    and pe-eff(wk-px) = tx-tol-eff
    move 'Y' to wk-found
    move wk-px to wk-fx
  end-if.

add-rule.
  if wk-pol-count >= wk-pol-limit
    move 'Policy table full' to wk-reason
  else
    add 1 to wk-pol-count
    move tol-view to pe-image(wk-pol-count)
    move 'L' to pe-state(wk-pol-count)
    move tol-view to wk-after
    move 'Y' to wk-tol-dirty
    add 1 to wk-tol-add
  end-if.

change-rule.
  move pe-image(wk-fx) to wk-before.
  move tx-tol-diff to pe-diff(wk-fx).
  move pe-image(wk-fx) to wk-after.
  move 'Y' to wk-tol-dirty.
  add 1 to wk-tol-chg.

delete-rule.
  move pe-image(wk-fx) to wk-before.
  move 'D' to pe-state(wk-fx).
  move 'Y' to wk-tol-dirty.
  add 1 to wk-tol-del.

calendar-tx.
  move tx-body to cal-view.
  perform find-day.
  evaluate true
    when tx-cal-date not numeric
      move 'Run date invalid' to wk-reason
    when function test-date-yyyymmdd(tx-cal-date) not = 0
      move 'Run date invalid' to wk-reason
    when tx-delete
      if entry-missing
        move 'Run date not on calendar' to wk-reason
      else
        perform delete-day
      end-if
    when not tx-type-valid
      move 'Day type not B, H or W' to wk-reason
    when tx-cal-cycle not numeric
      move 'Cycle date invalid' to wk-reason
    when function test-date-yyyymmdd(tx-cal-cycle) not = 0
      move 'Cycle date invalid' to wk-reason
    when tx-cal-cycle > tx-cal-date
      move 'Cycle date after run date' to wk-reason
    when tx-add and entry-found
      move 'Run date already on calendar' to wk-reason
    when tx-change and entry-missing
      move 'Run date not on calendar' to wk-reason
    when tx-add
      perform add-day
    when other
      perform change-day
  end-evaluate.

find-day.
  move 'N' to wk-found.
  move 0 to wk-fx.
  perform match-day
    varying wk-cx from 1 by 1
    until wk-cx > wk-cal-count or entry-found.

match-day.
  if ce-live(wk-cx) and ce-date(wk-cx) = tx-cal-date
    move 'Y' to wk-found
    move wk-cx to wk-fx
  end-if.

add-day.
  if wk-cal-count >= wk-cal-limit
    move 'Calendar table full' to wk-reason
  else
    add 1 to wk-cal-count
    move wk-cal-count to wk-ix
    perform shift-day
      until wk-ix = 1 or ce-date(wk-ix - 1) not numeric
        or ce-date(wk-ix - 1) < cv-date
    move cal-view to ce-image(wk-ix)
    move 'L' to ce-state(wk-ix)
    move cal-view to wk-after
    move 'Y' to wk-cal-dirty
    add 1 to wk-cal-add
  end-if.

shift-day.
  move cal-entry(wk-ix - 1) to cal-entry(wk-ix).
  subtract 1 from wk-ix.

change-day.
  move ce-image(wk-fx) to wk-before.
  move tx-cal-type to ce-type(wk-fx).
  move tx-cal-cycle to ce-cycle(wk-fx).
  move ce-image(wk-fx) to wk-after.
  move 'Y' to wk-cal-dirty.
  add 1 to wk-cal-chg.

delete-day.
  move ce-image(wk-fx) to wk-before.
  move 'D' to ce-state(wk-fx).
  move 'Y' to wk-cal-dirty.
  add 1 to wk-cal-del.

record-applied.
  add 1 to wk-ok-count.
  add 1 to wk-ap-count.
  move tx-user to ap-user(wk-ap-count).
  move tx-file to ap-file(wk-ap-count).
  move tx-action to ap-action(wk-ap-count).
  move wk-before to ap-before(wk-ap-count).
  move wk-after to ap-after(wk-ap-count).

register-line.
  move spaces to reg-detail.
  move wk-tx-count to rd-seq.
  move tx-file to rd-file.
  move tx-action to rd-action.
  move tx-user to rd-user.
  if tx-policy
    move wk-before to tol-view
    perform show-tol
    move tol-shown to rd-before
    move wk-after to tol-view
    perform show-tol
    move tol-shown to rd-after
  else
    if tx-calendar
      move wk-before to cal-view
      perform show-cal
      move cal-shown to rd-before
      move wk-after to cal-view
      perform show-cal
      move cal-shown to rd-after
    end-if
  end-if.
  if wk-reason = spaces
    move 'APPLIED' to rd-result
  else
    if tx-policy or tx-calendar
      move tx-body to rd-after
    end-if
    move 'REJECTED' to rd-result
    move wk-reason to rd-reason
  end-if.
  move reg-detail to prt-area.
  perform print-reg.

show-tol.
  move spaces to tol-shown.
  if tol-view not = spaces
    move tv-branch to ts-branch
    move tv-op to ts-op
    move tv-eff to ts-eff
    move tv-diff to ts-diff
  end-if.

show-cal.
  move spaces to cal-shown.
  if cal-view not = spaces
    move cv-date to cs-date
    move cv-type to cs-type
    move cv-cycle to cs-cycle
  end-if.

apply-updates.
  if wk-ap-count > 0
    open extend audit-file
    if ws-aud-status not = '00' and ws-aud-status not = '05'
      move 'sqrttcm.aud open failed -- changes not applied'
        to fm-text
      perform update-failed
      move 'N' to wk-probe-state
    end-if
  end-if.
  if targets-open and policy-changed
    open extend policy-file
    if ws-tol-status not = '00' and ws-tol-status not = '05'
      move 'sqrttol.dat not writable -- changes not applied'
        to fm-text
      perform update-failed
      move 'N' to wk-probe-state
    else
      close policy-file
    end-if
  end-if.
  if targets-open and calendar-changed
    open extend calendar-file
    if ws-cal-status not = '00' and ws-cal-status not = '05'
      move 'sqrt.cal not writable -- changes not applied'
        to fm-text
      perform update-failed
      move 'N' to wk-probe-state
    else
      close calendar-file
    end-if
  end-if.
  if targets-open
    perform rewrite-files
  end-if.
  if wk-ap-count > 0
    and (ws-aud-status = '00' or ws-aud-status = '05')
    perform write-audit
      varying wk-ax from 1 by 1 until wk-ax > wk-ap-count
    close audit-file
  end-if.

rewrite-files.
  if policy-changed
    open output policy-file
    if ws-tol-status not = '00'
      move 'sqrttol.dat rewrite failed -- changes not applied'
        to fm-text
      perform update-failed
    else
      perform rewrite-rule
        varying wk-px from 1 by 1 until wk-px > wk-pol-count
      close policy-file
      move 'Y' to wk-tol-done
    end-if
  end-if.
  if calendar-changed and return-code = 0
    open output calendar-file
    if ws-cal-status not = '00'
      move 'sqrt.cal rewrite failed -- changes not applied'
        to fm-text
      perform update-failed
    else
      perform rewrite-day
        varying wk-cx from 1 by 1 until wk-cx > wk-cal-count
      close calendar-file
      move 'Y' to wk-cal-done
    end-if
  end-if.

update-failed.
  move fail-mess to prt-area.
  perform print-reg.
  display 'sqrttcm: ' fm-text.
  move 8 to return-code.

rewrite-rule.
  if pe-live(wk-px)
    write tol-record from pe-image(wk-px)
  end-if.

rewrite-day.
  if ce-live(wk-cx)
    write cal-record from ce-image(wk-cx)
  end-if.

write-audit.
  if (ap-file(wk-ax) = 'T' and policy-rewritten)
    or (ap-file(wk-ax) = 'C' and calendar-rewritten)
    perform write-audit-record
  end-if.

write-audit-record.
  move wk-today to aud-date.
  move wk-now(9:6) to aud-time.
  move ap-user(wk-ax) to aud-user.
  move ap-file(wk-ax) to aud-file.
  move ap-action(wk-ax) to aud-action.
  move ap-before(wk-ax) to aud-before.
  move ap-after(wk-ax) to aud-after.
  write aud-record.

summary.
  move under-line to prt-area.
  perform print-reg.
  move totals-heading to prt-area.
  perform print-reg.
  move wk-tx-count to tl-tx.
  move total-tx-line to prt-area.
  perform print-reg.
  move wk-ok-count to tl-ok.
  move total-ok-line to prt-area.
  perform print-reg.
  move wk-bad-count to tl-bad.
  move total-bad-line to prt-area.
  perform print-reg.
  move 'sqrttol.dat:' to tf-name.
  move wk-tol-add to tf-add.
  move wk-tol-chg to tf-chg.
  move wk-tol-del to tf-del.
  move total-file-line to prt-area.
  perform print-reg.
  move 'sqrt.cal:' to tf-name.
  move wk-cal-add to tf-add.
  move wk-cal-chg to tf-chg.
  move wk-cal-del to tf-del.
  move total-file-line to prt-area.
  perform print-reg.
  move 0 to wk-ix.
  perform count-rule
    varying wk-px from 1 by 1 until wk-px > wk-pol-count.
  move 'sqrttol.dat:' to tr-name.
  move wk-ix to tr-count.
  move total-rules-line to prt-area.
  perform print-reg.
  move 0 to wk-ix.
  perform count-day
    varying wk-cx from 1 by 1 until wk-cx > wk-cal-count.
  move 'sqrt.cal:' to tr-name.
  move wk-ix to tr-count.
  move total-rules-line to prt-area.
  perform print-reg.
  move blank-line to prt-area.
  perform print-reg.
  perform print-reg.
  move signoff-line-1 to prt-area.
  perform print-reg.
  move blank-line to prt-area.
  perform print-reg.
  move signoff-line-2 to prt-area.
  perform print-reg.

count-rule.
  if pe-live(wk-px)
    add 1 to wk-ix
  end-if.

count-day.
  if ce-live(wk-cx)
    add 1 to wk-ix
  end-if.

print-reg.
  if wk-line-count >= wk-page-limit
    perform page-break
  end-if.
  write rpt-line from prt-area after advancing 1 lines.
  add 1 to wk-line-count.

page-break.
  add 1 to wk-page-num.
  move wk-page-num to ph-page.
  if wk-page-num = 1
    write rpt-line from page-head-line after advancing 0 lines
  else
    write rpt-line from page-head-line after advancing page
  end-if.
  write rpt-line from blank-line after advancing 1 lines.
  move 2 to wk-line-count.
