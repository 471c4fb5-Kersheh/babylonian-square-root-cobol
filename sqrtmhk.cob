identification division.
program-id. sqrtmhk.

environment division.
input-output section.
file-control.
  select master-file assign to "sqrt.mst"
  organization is indexed
  access is sequential
  record key is mst-key
  file status is ws-mst-status.
  select optional calendar-file assign to "sqrt.cal"
  organization is line sequential
  file status is ws-cal-status.
  select report-file assign to "sqrtmhk.rpt"
  organization is line sequential.
  select optional dupkey-file assign to "sqrt.dup"
  organization is indexed
  access is sequential
  record key is dpk-key
  file status is ws-dpk-status.
  select optional duprule-file assign to "sqrtdur.dat"
  organization is line sequential
  file status is ws-dur-status.

data division.
file section.
fd master-file.
  01 mst-record.
    02 mst-key.
      03 mst-z    pic s9(11)v9(6).
      03 mst-diff pic v9(5).
      03 mst-op   pic x.
    02 mst-root   pic s9(11)v9(6).
    02 mst-iters  pic s9999.
    02 mst-hits   pic 9(7).
    02 mst-first  pic 9(8).
    02 mst-last   pic 9(8).
    02 mst-flag   pic x.
      88 mst-failed value 'F'.
fd calendar-file.
  01 cal-record.
    02 cal-date  pic 9(8).
    02 cal-type  pic x.
      88 cal-business value 'B'.
    02 cal-cycle pic 9(8).
fd report-file.
  01 rpt-line pic x(132).
fd dupkey-file.
  01 dpk-record.
    02 dpk-key.
      03 dpk-z      pic s9(11)v9(6).
      03 dpk-diff   pic v9(5).
      03 dpk-op     pic x.
      03 dpk-branch pic x(3).
    02 dpk-cycle pic 9(8).
    02 dpk-seq   pic 9(7).
fd duprule-file.
  01 dur-record.
    02 dur-branch pic x(3).
    02 dur-action pic x.
    02 dur-window pic 9(3).
working-storage section.
77 ws-mst-status pic xx.
77 ws-cal-status pic xx.
77 wk-parm pic x(20) value spaces.
77 wk-arg-action pic x(8) value spaces.
  88 delete-failures value 'DELETE'.
  88 flag-failures   value 'FLAG'.
77 wk-arg-days pic x(5) value spaces.
77 wk-age-days pic 9(3) value 60.
77 wk-now pic x(21).
77 wk-today pic x(8).
77 wk-today-n pic 9(8) value 0.
77 wk-cutoff pic 9(8) value 0.
77 wk-cutoff-src pic x(30) value spaces.
77 wk-bday-count pic 9(5) value 0.
77 wk-ring-pos pic 9(3) value 1.
77 wk-ring-nth pic 9(3) value 0.
77 wk-ring-at pic s9(4) value 0.
77 ws-dpk-status pic xx.
77 ws-dur-status pic xx.
77 wk-dup-days pic 9(3) value 5.
77 wk-dup-cutoff pic 9(8) value 0.
77 wk-dup-src pic x(30) value spaces.
77 wk-dup-read  pic 9(7) value 0.
77 wk-dup-prune pic 9(7) value 0.
77 wk-read-count  pic 9(7) value 0.
77 wk-fail-count  pic 9(7) value 0.
77 wk-del-count   pic 9(7) value 0.
77 wk-flag-count  pic 9(7) value 0.
77 wk-clear-count pic 9(7) value 0.
77 wk-purge-count pic 9(7) value 0.
77 wk-keep-count  pic 9(7) value 0.
77 wk-fix-count   pic 9(7) value 0.
77 wk-n pic 99.
77 wk-n1 pic 99.
77 wk-half pic 99.
77 wk-nrem pic 9.
77 z pic s9(11)v9(6).
77 y pic s9(11)v9(6).
77 diff pic v9(5).
77 back pic s9(15)v9(6).
77 rel-err pic 9(5)v9(6).
77 chk-tol pic 9v9(6).
77 wk-fail-reason pic x(24) value spaces.
77 wk-entry-state pic x value 'K'.
  88 entry-kept    value 'K'.
  88 entry-removed value 'R'.
77 wk-fix-state pic x value 'N'.
  88 fix-pending value 'Y'.
77 wk-flag-state pic x value space.
  88 flag-set     value 'S'.
  88 flag-held    value 'H'.
  88 flag-cleared value 'C'.
77 wk-io-action pic x value space.
  88 io-none         value space.
  88 io-rewrite      value 'W'.
  88 io-delete-fail  value 'F'.
  88 io-delete-purge value 'P'.
77 wk-io-err-count pic 9(7) value 0.
77 wk-ox pic 99 value 0.
77 wk-fx pic 99 value 0.
77 wk-op-count pic 99 value 0.
77 wk-op-limit pic 99 value 20.
77 wk-bx pic 9 value 0.
77 wk-line-count pic 9(3) value 0.
77 wk-page-num   pic 9(4) value 0.
77 wk-page-limit pic 9(3) value 60.
01 eof-flag pic x value 'N'.
  88 no-more-records value 'N'.
  88 end-of-file    value 'Y'.
01 bday-ring.
  02 ring-date occurs 999 times pic 9(8).
01 hit-buckets.
  02 hit-bucket occurs 6 times pic 9(7).
01 bucket-labels.
  02 filler pic x(14) value 'never hit     '.
  02 filler pic x(14) value '1 hit         '.
  02 filler pic x(14) value '2 - 5 hits    '.
  02 filler pic x(14) value '6 - 25 hits   '.
  02 filler pic x(14) value '26 - 100 hits '.
  02 filler pic x(14) value 'over 100 hits '.
01 bucket-label-tbl redefines bucket-labels.
  02 bucket-label occurs 6 times pic x(14).
01 op-table.
  02 op-entry occurs 20 times.
    03 oe-op    pic x.
    03 oe-count pic 9(7).
    03 oe-z     pic s9(11)v9(6).
    03 oe-diff  pic v9(5).
    03 oe-first pic 9(8).
    03 oe-last  pic 9(8).
    03 oe-hits  pic 9(7).
01 prt-area pic x(132).
01 blank-line pic x(132) value spaces.
01 page-head-line.
  02 filler pic x value space.
  02 ph-jobname pic x(8) value 'SQRTMHK'.
  02 filler pic x(22) value spaces.
  02 filler pic x(28) value 'Results Master Health Report'.
  02 filler pic x(17) value spaces.
  02 filler pic x(4) value 'Run '.
  02 ph-date pic x(10).
  02 filler pic x value space.
  02 ph-time pic x(5).
  02 filler pic x(24) value spaces.
  02 filler pic x(5) value 'Page '.
  02 ph-page pic zzz9.
01 under-line.
  02 filler pic x(100) value all '-'.
01 parm-line-1.
  02 filler pic x value space.
  02 filler pic x(31) value 'Entries failing square-back:  '.
  02 pl-action pic x(8).
01 parm-line-2.
  02 filler pic x value space.
  02 filler pic x(31) value 'Age-out after business days:  '.
  02 pl-days pic zz9.
  02 filler pic x(12) value '   cutoff   '.
  02 pl-cutoff pic 9(8).
  02 filler pic x(2) value spaces.
  02 pl-source pic x(30).
01 parm-line-3.
  02 filler pic x value space.
  02 filler pic x(31) value 'Duplicate keys kept bus. days: '.
  02 pl-dup-days pic zz9.
  02 filler pic x(12) value '   cutoff   '.
  02 pl-dup-cutoff pic 9(8).
  02 filler pic x(2) value spaces.
  02 pl-dup-source pic x(30).
01 fail-heading.
  02 filler pic x(9) value spaces.
  02 filler pic x(27) value 'Entries Failing Square-Back'.
01 fail-col-heads.
  02 filler pic x(40) value
    '         Input value Op    Tol         S'.
  02 filler pic x(40) value
    'tored root            Powered back    Re'.
  02 filler pic x(40) value
    'l error  Action   Reason                '.
01 fail-detail.
  02 filler pic x value space.
  02 fd-z pic -(11)9.9(6).
  02 filler pic x value space.
  02 fd-op pic x.
  02 filler pic x value space.
  02 fd-diff pic 9.9(5).
  02 filler pic x value space.
  02 fd-root pic -(11)9.9(6).
  02 filler pic x value space.
  02 fd-back pic -(15)9.9(6).
  02 filler pic x value space.
  02 fd-err pic z(4)9.9(6).
  02 filler pic x(2) value spaces.
  02 fd-action pic x(9).
  02 fd-reason pic x(24).
01 totals-heading.
  02 filler pic x(9) value spaces.
  02 filler pic x(14) value 'Master Summary'.
01 total-line.
  02 filler pic x value space.
  02 tl-label pic x(40).
  02 tl-count pic z(6)9.
01 bucket-heading.
  02 filler pic x(9) value spaces.
  02 filler pic x(17) value 'Hit Distribution '.
01 bucket-line.
  02 filler pic x(3) value spaces.
  02 bl-label pic x(14).
  02 filler pic x(3) value spaces.
  02 bl-count pic z(6)9.
01 oldest-heading.
  02 filler pic x(9) value spaces.
  02 filler pic x(19) value 'Oldest Entry by Op '.
01 oldest-col-heads.
  02 filler pic x(40) value
    '    Op Entries  First    Last used   Hit'.
  02 filler pic x(40) value
    's         Input value     Tol           '.
01 oldest-line.
  02 filler pic x(4) value spaces.
  02 ol-op pic x.
  02 filler pic x(2) value spaces.
  02 ol-count pic z(6)9.
  02 filler pic x(2) value spaces.
  02 ol-first pic 9(8).
  02 filler pic x value space.
  02 ol-last pic 9(8).
  02 filler pic x value space.
  02 ol-hits pic z(6)9.
  02 filler pic x value space.
  02 ol-z pic -(11)9.9(6).
  02 filler pic x value space.
  02 ol-diff pic 9.9(5).
01 empty-mess.
  02 filler pic x value space.
  02 filler pic x(30) value 'Master is empty'.

procedure division.
main.
  accept wk-parm from command-line.
  unstring function upper-case(wk-parm) delimited by all spaces
    into wk-arg-action, wk-arg-days.
  if wk-arg-action = spaces
    move 'FLAG' to wk-arg-action
  end-if.
  if not delete-failures and not flag-failures
    display 'sqrtmhk: specify FLAG or DELETE, then age-out days'
    move 8 to return-code
    stop run
  end-if.
  if wk-arg-days not = spaces
    if function test-numval(wk-arg-days) not = 0
      or function numval(wk-arg-days) < 1
      or function numval(wk-arg-days) > 999
      display 'sqrtmhk: age-out days must be 1 through 999'
      move 8 to return-code
      stop run
    end-if
    compute wk-age-days = function numval(wk-arg-days)
  end-if.
  move function current-date to wk-now.
  move wk-now(1:8) to wk-today.
  move wk-today to wk-today-n.
  string wk-now(1:4) '-' wk-now(5:2) '-' wk-now(7:2)
    delimited by size into ph-date.
  string wk-now(9:2) ':' wk-now(11:2)
    delimited by size into ph-time.
  perform derive-cutoff.
  perform derive-dup-cutoff.
  open i-o master-file.
  if ws-mst-status not = '00'
    display 'sqrtmhk: sqrt.mst open failed, status ' ws-mst-status
    move 8 to return-code
    stop run
  end-if.
  initialize hit-buckets, op-table.
  open output report-file.
  perform page-break.
  move wk-arg-action to pl-action.
  move parm-line-1 to prt-area.
  perform print-rpt.
  move wk-age-days to pl-days.
  move wk-cutoff to pl-cutoff.
  move wk-cutoff-src to pl-source.
  move parm-line-2 to prt-area.
  perform print-rpt.
  move wk-dup-days to pl-dup-days.
  move wk-dup-cutoff to pl-dup-cutoff.
  move wk-dup-src to pl-dup-source.
  move parm-line-3 to prt-area.
  perform print-rpt.
  move blank-line to prt-area.
  perform print-rpt.
  move fail-heading to prt-area.
  perform print-rpt.
  move fail-col-heads to prt-area.
  perform print-rpt.
  move under-line to prt-area.
  perform print-rpt.
  read master-file next at end move 'Y' to eof-flag end-read.
  perform check-entry until end-of-file.
  close master-file.
  perform prune-dupkeys.
  perform summary.
  close report-file.
  if wk-fail-count > 0
    move 4 to return-code
  end-if.
  if wk-io-err-count > 0
    move 8 to return-code
  end-if.
  display 'sqrtmhk: ' wk-read-count ' entries, ' wk-fail-count
    ' failing, ' wk-purge-count ' purged, ' wk-keep-count ' kept'.
  stop run.

derive-cutoff.
  open input calendar-file.
  if ws-cal-status = '00'
    read calendar-file at end move 'Y' to eof-flag end-read
    perform load-bday until end-of-file
    close calendar-file
  end-if.
  move 'N' to eof-flag.
  evaluate true
    when wk-bday-count >= wk-age-days
      move wk-age-days to wk-ring-nth
      perform ring-nth-recent
      move ring-date(wk-ring-at) to wk-cutoff
      move '(business days, sqrt.cal)' to wk-cutoff-src
    when wk-bday-count > 0
      move 0 to wk-cutoff
      move '(calendar too short, no purge)' to wk-cutoff-src
    when other
      compute wk-cutoff = function date-of-integer(
        function integer-of-date(wk-today-n) - wk-age-days)
      move '(no sqrt.cal, calendar days)' to wk-cutoff-src
  end-evaluate.

load-bday.
  if cal-business and cal-date is numeric
    and cal-date <= wk-today-n
    add 1 to wk-bday-count
    move cal-date to ring-date(wk-ring-pos)
    if wk-ring-pos = 999
      move 1 to wk-ring-pos
    else
      add 1 to wk-ring-pos
    end-if
  end-if.
  read calendar-file at end move 'Y' to eof-flag end-read.

ring-nth-recent.
  compute wk-ring-at = wk-ring-pos - wk-ring-nth.
  if wk-ring-at < 1
    add 999 to wk-ring-at
  end-if.

derive-dup-cutoff.
  open input duprule-file.
  if ws-dur-status = '00'
    read duprule-file at end move 'Y' to eof-flag end-read
    perform load-dup-window until end-of-file
    close duprule-file
  end-if.
  move 'N' to eof-flag.
  if wk-dup-days > 997
    move 999 to wk-dup-days
  else
    add 2 to wk-dup-days
  end-if.
  evaluate true
    when wk-bday-count >= wk-dup-days
      move wk-dup-days to wk-ring-nth
      perform ring-nth-recent
      move ring-date(wk-ring-at) to wk-dup-cutoff
      move '(business days, sqrt.cal)' to wk-dup-src
    when wk-bday-count > 0
      move 0 to wk-dup-cutoff
      move '(calendar too short, no prune)' to wk-dup-src
    when other
      compute wk-dup-cutoff = function date-of-integer(
        function integer-of-date(wk-today-n) - wk-dup-days)
      move '(no sqrt.cal, calendar days)' to wk-dup-src
  end-evaluate.

load-dup-window.
  if dur-window is numeric and dur-window > wk-dup-days
    move dur-window to wk-dup-days
  end-if.
  read duprule-file at end move 'Y' to eof-flag end-read.

prune-dupkeys.
  move 'N' to eof-flag.
  open i-o dupkey-file.
  if ws-dpk-status = '00'
    read dupkey-file next at end move 'Y' to eof-flag end-read
    perform prune-dupkey until end-of-file
    close dupkey-file
  else
    if ws-dpk-status = '05'
      close dupkey-file
    end-if
  end-if.

prune-dupkey.
  add 1 to wk-dup-read.
  if dpk-cycle not numeric or dpk-cycle < wk-dup-cutoff
    delete dupkey-file record
    if ws-dpk-status = '00'
      add 1 to wk-dup-prune
    else
      add 1 to wk-io-err-count
      display 'sqrtmhk: sqrt.dup delete failed, status '
        ws-dpk-status
    end-if
  end-if.
  read dupkey-file next at end move 'Y' to eof-flag end-read.

check-entry.
  add 1 to wk-read-count.
  move 'K' to wk-entry-state.
  move 'N' to wk-fix-state.
  move space to wk-flag-state.
  move space to wk-io-action.
  if mst-hits not numeric or mst-first not numeric
    or mst-last not numeric
    if mst-hits not numeric
      move 0 to mst-hits
    end-if
    if mst-first not numeric
      move wk-today to mst-first
    end-if
    if mst-last not numeric
      move wk-today to mst-last
    end-if
    move 'Y' to wk-fix-state
    move 'W' to wk-io-action
  end-if.
  perform verify-entry.
  if wk-fail-reason not = spaces
    perform fail-entry
  else
    if mst-failed
      move space to mst-flag
      move 'C' to wk-flag-state
      move 'W' to wk-io-action
    end-if
  end-if.
  if not io-delete-fail and mst-last < wk-cutoff
    move 'P' to wk-io-action
  end-if.
  perform update-entry.
  if wk-fail-reason not = spaces
    move fail-detail to prt-area
    perform print-rpt
  end-if.
  if entry-kept
    perform tally-entry
  end-if.
  read master-file next at end move 'Y' to eof-flag end-read.

update-entry.
  move '00' to ws-mst-status.
  evaluate true
    when io-delete-fail or io-delete-purge
      delete master-file record
    when io-rewrite
      rewrite mst-record
  end-evaluate.
  if ws-mst-status not = '00'
    add 1 to wk-io-err-count
    move spaces to fd-action
    string 'ERROR ' ws-mst-status delimited by size into fd-action
    display 'sqrtmhk: sqrt.mst update failed, status '
      ws-mst-status ', op ' mst-op ' value ' mst-z
  else
    evaluate true
      when io-delete-fail
        add 1 to wk-del-count
        move 'R' to wk-entry-state
      when io-delete-purge
        add 1 to wk-purge-count
        move 'R' to wk-entry-state
        move 'PURGED' to fd-action
      when other
        if fix-pending
          add 1 to wk-fix-count
        end-if
        if flag-set or flag-held
          add 1 to wk-flag-count
        end-if
        if flag-cleared
          add 1 to wk-clear-count
        end-if
    end-evaluate
  end-if.

verify-entry.
  move spaces to wk-fail-reason.
  move 0 to back.
  move 0 to rel-err.
  move mst-z to z.
  move mst-root to y.
  move mst-diff to diff.
  evaluate mst-op
    when 'S' move 2 to wk-n
    when 'C' move 3 to wk-n
    when '2' thru '9' compute wk-n = function numval(mst-op)
    when other move 0 to wk-n
  end-evaluate.
  if wk-n = 0
    move 'Unknown op code' to wk-fail-reason
  else
    compute back = y ** wk-n
      on size error
        move 'Root powered back overflows' to wk-fail-reason
    end-compute
  end-if.
  if wk-fail-reason = spaces
    divide wk-n by 2 giving wk-half remainder wk-nrem
    evaluate true
      when z = 0
        move 'Number is zero' to wk-fail-reason
      when z < 0 and wk-nrem = 0
        move 'Negative, even-degree root' to wk-fail-reason
      when other
        perform compare-back
    end-evaluate
  end-if.

compare-back.
  compute rel-err = function abs(back - z) / function abs(z)
    on size error move 99999 to rel-err
  end-compute.
  compute wk-n1 = wk-n + 1.
  compute chk-tol = wk-n1 * diff.
  if chk-tol = 0
    compute chk-tol = wk-n1 * 0.00001
  end-if.
  if rel-err > chk-tol
    move 'Power of root outside tol' to wk-fail-reason
  end-if.

fail-entry.
  add 1 to wk-fail-count.
  move mst-z to fd-z.
  move mst-op to fd-op.
  move mst-diff to fd-diff.
  move mst-root to fd-root.
  move back to fd-back.
  move rel-err to fd-err.
  move wk-fail-reason to fd-reason.
  if delete-failures
    move 'F' to wk-io-action
    move 'DELETED' to fd-action
  else
    if mst-failed
      move 'H' to wk-flag-state
      move 'FLAGGED*' to fd-action
    else
      move 'F' to mst-flag
      move 'S' to wk-flag-state
      move 'W' to wk-io-action
      move 'FLAGGED' to fd-action
    end-if
  end-if.

tally-entry.
  add 1 to wk-keep-count.
  evaluate true
    when mst-hits = 0 move 1 to wk-bx
    when mst-hits = 1 move 2 to wk-bx
    when mst-hits <= 5 move 3 to wk-bx
    when mst-hits <= 25 move 4 to wk-bx
    when mst-hits <= 100 move 5 to wk-bx
    when other move 6 to wk-bx
  end-evaluate.
  add 1 to hit-bucket(wk-bx).
  move 0 to wk-fx.
  perform find-op
    varying wk-ox from 1 by 1 until wk-ox > wk-op-count.
  if wk-fx = 0 and wk-op-count < wk-op-limit
    add 1 to wk-op-count
    move wk-op-count to wk-fx
    move mst-op to oe-op(wk-fx)
    move 99999999 to oe-first(wk-fx)
  end-if.
  if wk-fx > 0
    add 1 to oe-count(wk-fx)
    if mst-first < oe-first(wk-fx)
      move mst-z to oe-z(wk-fx)
      move mst-diff to oe-diff(wk-fx)
      move mst-first to oe-first(wk-fx)
      move mst-last to oe-last(wk-fx)
      move mst-hits to oe-hits(wk-fx)
    end-if
  end-if.

find-op.
  if oe-op(wk-ox) = mst-op
    move wk-ox to wk-fx
  end-if.

summary.
  if wk-fail-count = 0
    move '    none' to prt-area
    perform print-rpt
  end-if.
  move blank-line to prt-area.
  perform print-rpt.
  move totals-heading to prt-area.
  perform print-rpt.
  move under-line to prt-area.
  perform print-rpt.
  move 'Entries read:' to tl-label.
  move wk-read-count to tl-count.
  perform print-total.
  move 'Entries failing verification:' to tl-label.
  move wk-fail-count to tl-count.
  perform print-total.
  move '  deleted' to tl-label.
  move wk-del-count to tl-count.
  perform print-total.
  move '  flagged (* = flagged on an earlier run)' to tl-label.
  move wk-flag-count to tl-count.
  perform print-total.
  move 'Flags cleared (entry now squares back):' to tl-label.
  move wk-clear-count to tl-count.
  perform print-total.
  move 'Entries purged, unused past cutoff:' to tl-label.
  move wk-purge-count to tl-count.
  perform print-total.
  move 'Entries missing usage dates (set today):' to tl-label.
  move wk-fix-count to tl-count.
  perform print-total.
  move 'Master updates failed (see SYSOUT):' to tl-label.
  move wk-io-err-count to tl-count.
  perform print-total.
  move 'Entries on master after run:' to tl-label.
  move wk-keep-count to tl-count.
  perform print-total.
  move 'Duplicate keys on sqrt.dup:' to tl-label.
  move wk-dup-read to tl-count.
  perform print-total.
  move '  pruned, first seen before cutoff' to tl-label.
  move wk-dup-prune to tl-count.
  perform print-total.
  move blank-line to prt-area.
  perform print-rpt.
  move bucket-heading to prt-area.
  perform print-rpt.
  move under-line to prt-area.
  perform print-rpt.
  perform print-bucket
    varying wk-bx from 1 by 1 until wk-bx > 6.
  move blank-line to prt-area.
  perform print-rpt.
  move oldest-heading to prt-area.
  perform print-rpt.
  move oldest-col-heads to prt-area.
  perform print-rpt.
  move under-line to prt-area.
  perform print-rpt.
  if wk-op-count = 0
    move empty-mess to prt-area
    perform print-rpt
  end-if.
  perform print-oldest
    varying wk-ox from 1 by 1 until wk-ox > wk-op-count.

print-total.
  move total-line to prt-area.
  perform print-rpt.

print-bucket.
  move bucket-label(wk-bx) to bl-label.
  move hit-bucket(wk-bx) to bl-count.
  move bucket-line to prt-area.
  perform print-rpt.

print-oldest.
  move oe-op(wk-ox) to ol-op.
  move oe-count(wk-ox) to ol-count.
  move oe-first(wk-ox) to ol-first.
  move oe-last(wk-ox) to ol-last.
  move oe-hits(wk-ox) to ol-hits.
  move oe-z(wk-ox) to ol-z.
  move oe-diff(wk-ox) to ol-diff.
  move oldest-line to prt-area.
  perform print-rpt.

print-rpt.
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
