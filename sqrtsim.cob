identification division.
program-id. sqrtsim.

environment division.
input-output section.
file-control.
  select optional card-file assign to "sqrtsim.dat"
  organization is line sequential
  file status is ws-dat-status.
  select optional prior-file assign to "sqrtprev.csv"
  organization is line sequential
  file status is ws-prv-status.
  select optional policy-file assign to "sqrttol.dat"
  organization is line sequential
  file status is ws-tol-status.
  select optional proposed-file assign to "sqrtsim.tol"
  organization is line sequential
  file status is ws-prp-status.
  select optional master-file assign to "sqrt.mst"
  organization is indexed
  access is random
  record key is mst-key
  file status is ws-mst-status.
  select sort-file assign to "sqrtsim.srt".
  select report-file assign to "sqrtsim.rpt"
  organization is line sequential.

data division.
file section.
fd card-file.
  01 dat-line pic x(80).
fd prior-file.
  01 prv-line pic x(80).
fd policy-file.
  01 tol-record pic x(17).
fd proposed-file.
  01 prp-record pic x(17).
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
sd sort-file.
  01 sort-rec.
    02 sort-branch pic x(3).
    02 sort-op     pic x.
    02 sort-card   pic x(80).
    02 sort-known  pic x.
      88 base-known value 'Y'.
    02 sort-base-diff pic v9(5).
    02 sort-base-y    pic s9(11)v9(6).
    02 sort-base-k    pic s9(4).
    02 sort-base-hit  pic x.
fd report-file.
  01 rpt-line pic x(132).
working-storage section.
77 ws-dat-status pic xx.
77 ws-prv-status pic xx.
77 ws-tol-status pic xx.
77 ws-prp-status pic xx.
77 ws-mst-status pic xx.
77 wk-parm pic x(30) value spaces.
77 wk-mode pic x(8) value spaces.
  88 mode-csv value 'CSV'.
  88 mode-dat value 'DAT'.
77 wk-cycle pic x(8) value spaces.
77 wk-cycle-n pic 9(8) value 0.
77 wk-today pic x(8).
77 wk-now pic x(21).
77 wk-src-state pic x value 'Y'.
  88 source-missing value 'N'.
77 wk-mst-state pic x value 'N'.
  88 master-usable value 'Y'.
77 wk-mst-found pic x value 'N'.
  88 master-hit  value 'Y'.
  88 master-miss value 'N'.
77 wk-tol-eof pic x value 'N'.
  88 policy-done value 'Y'.
77 wk-prp-eof pic x value 'N'.
  88 proposal-done value 'Y'.
77 wk-ps pic 9 value 1.
77 wk-pol-limit pic 9(3) value 200.
77 wk-pol-ix pic 9(3) value 0.
77 wk-pol-state pic x value 'N'.
  88 policy-found   value 'Y'.
  88 policy-missing value 'N'.
77 wk-pol-diff pic v9(5) value 0.
77 wk-pol-rank pic 9 value 0.
77 wk-pol-eff pic 9(8) value 0.
77 wk-cand-rank pic 9 value 0.
77 wk-pol-bad pic 9(5) value 0.
77 wk-norm-op pic x value space.
77 wk-side pic 9 value 1.
77 wk-lv pic 9 value 1.
77 wk-k-warn-limit pic 9(4) value 900.
77 wk-read pic 9(7) value 0.
77 wk-cards pic 9(7) value 0.
77 wk-skipped pic 9(7) value 0.
77 wk-ctl-cards pic 9(7) value 0.
77 wk-srt-state pic x value 'N'.
  88 sort-done value 'Y'.
77 wk-cur-branch pic x(3) value spaces.
77 wk-cur-op pic x value space.
77 wk-line-count pic 9(3) value 0.
77 wk-page-num   pic 9(4) value 0.
77 wk-page-limit pic 9(3) value 60.
77 wk-head-state pic x value 'N'.
  88 table-heads value 'Y'.
77 wk-chg-count pic 9(7) value 0.
77 wk-chg-lost  pic 9(7) value 0.
77 wk-chg-ix    pic 9(3) value 0.
77 wk-pct pic 9(3)v9 value 0.
77 wk-avg-now pic 9(4)v9 value 0.
77 wk-avg-new pic 9(4)v9 value 0.
77 wk-avg-chg pic s9(4)v9 value 0.
77 wk-max-chg pic s9(4) value 0.
77 wk-field-z pic x(20).
77 wk-field-y pic x(20).
77 wk-field-b pic x(6).
77 wk-field-o pic x(4).
77 wk-field-d pic x(10).
77 wk-field-k pic x(5).
77 wk-field-h pic x(2).
77 diff      pic v9(5).
77 z         pic 9(11)v9(6).
77 k         pic s9999.
77 y         pic 9(11)v9(6).
77 converged pic x.
  88 has-converged value 'Y'.
  88 not-converged value 'N'.
77 wk-root-n pic 99.
77 wk-signed-y pic s9(11)v9(6) value 0.
01 tol-work.
  02 tw-branch pic x(3).
  02 tw-op     pic x.
  02 tw-eff    pic 9(8).
  02 tw-diff   pic v9(5).
01 policy-sets.
  02 pol-set occurs 2 times.
    03 ps-count pic 9(3).
    03 pol-entry occurs 200 times.
      04 pe-branch pic x(3).
      04 pe-op     pic x.
      04 pe-eff    pic 9(8).
      04 pe-diff   pic v9(5).
01 side-results.
  02 sr-side occurs 2 times.
    03 sr-diff  pic v9(5).
    03 sr-hit   pic x.
      88 sr-master-hit value 'Y'.
    03 sr-k     pic s9(4).
    03 sr-abort pic x.
      88 sr-aborted value 'Y'.
    03 sr-root  pic s9(11)v9(6).
01 sim-counts.
  02 sc-level occurs 3 times.
    03 sc-cards   pic 9(7).
    03 sc-tol     pic 9(7).
    03 sc-hit-now pic 9(7).
    03 sc-hit-new pic 9(7).
    03 sc-k-now   pic 9(11).
    03 sc-k-new   pic 9(11).
    03 sc-max-now pic 9(4).
    03 sc-max-new pic 9(4).
    03 sc-warn    pic 9(7).
    03 sc-cap     pic 9(7).
    03 sc-root    pic 9(7).
01 change-table.
  02 chg-entry occurs 100 times.
    03 ct-z      pic s9(11)v9(6).
    03 ct-branch pic x(3).
    03 ct-op     pic x.
    03 ct-now    pic v9(5).
    03 ct-new    pic v9(5).
    03 ct-k-now  pic s9(4).
    03 ct-k-new  pic s9(4).
    03 ct-note   pic x(12).
01 in-card.
  02 in-z     pic s9(11)v9(6).
  02 in-diff  pic v9(5).
  02 in-op    pic x.
    88 op-square value ' ', 'S'.
    88 op-cube   value 'C'.
    88 op-nth    value '2' thru '9'.
    88 op-valid  value ' ', 'S', 'C', '2' thru '9'.
    88 op-odd-degree value 'C', '3', '5', '7', '9'.
  02 in-branch pic x(3).
  02 filler   pic x(46).
  02 in-source pic x(8).
01 ctl-card redefines in-card.
  02 ctl-id   pic x(3).
    88 control-card value 'HDR', 'TRL'.
  02 filler   pic x(77).
01 prt-area pic x(132).
01 blank-line pic x(132) value spaces.
01 eof-flag pic x value 'N'.
  88 no-more-records value 'N'.
  88 end-of-file    value 'Y'.
01 page-head-line.
  02 filler pic x value space.
  02 ph-jobname pic x(8) value 'SQRTSIM'.
  02 filler pic x(14) value spaces.
  02 filler pic x(26) value 'Tolerance Policy What-If  '.
  02 filler pic x(6) value 'Cycle '.
  02 ph-cycle pic x(10).
  02 filler pic x(2) value spaces.
  02 filler pic x(5) value 'From '.
  02 ph-from pic x(12).
  02 filler pic x(4) value spaces.
  02 filler pic x(4) value 'Run '.
  02 ph-date pic x(10).
  02 filler pic x value space.
  02 ph-time pic x(5).
  02 filler pic x(8) value spaces.
  02 filler pic x(5) value 'Page '.
  02 ph-page pic zzz9.
01 under-line.
  02 filler pic x(116) value all '-'.
01 col-head-1.
  02 filler pic x(20) value spaces.
  02 filler pic x(7) value '    Tol'.
  02 filler pic x(3) value spaces.
  02 filler pic x(12) value 'Master hit %'.
  02 filler pic x(3) value spaces.
  02 filler pic x(23) value '---- Avg iterations ---'.
  02 filler pic x(3) value spaces.
  02 filler pic x(17) value '- Max iterations-'.
  02 filler pic x(2) value spaces.
  02 filler pic x(7) value '   Over'.
  02 filler pic x(2) value spaces.
  02 filler pic x(7) value '     At'.
  02 filler pic x(2) value spaces.
  02 filler pic x(7) value '   Root'.
01 col-head-2.
  02 filler pic x value space.
  02 filler pic x(3) value 'Br '.
  02 filler pic x(2) value spaces.
  02 filler pic x(3) value 'Op '.
  02 filler pic x(2) value spaces.
  02 filler pic x(7) value '  Cards'.
  02 filler pic x(2) value spaces.
  02 filler pic x(7) value 'changed'.
  02 filler pic x(3) value spaces.
  02 filler pic x(5) value '  now'.
  02 filler pic x(2) value spaces.
  02 filler pic x(5) value '  new'.
  02 filler pic x(3) value spaces.
  02 filler pic x(6) value '   now'.
  02 filler pic x(2) value spaces.
  02 filler pic x(6) value '   new'.
  02 filler pic x(2) value spaces.
  02 filler pic x(7) value ' change'.
  02 filler pic x(3) value spaces.
  02 filler pic x(4) value ' now'.
  02 filler pic x(2) value spaces.
  02 filler pic x(4) value ' new'.
  02 filler pic x(2) value spaces.
  02 filler pic x(5) value '  chg'.
  02 filler pic x(2) value spaces.
  02 filler pic x(7) value '    900'.
  02 filler pic x(2) value spaces.
  02 filler pic x(7) value '    cap'.
  02 filler pic x(2) value spaces.
  02 filler pic x(7) value 'changed'.
01 sim-line.
  02 filler pic x value space.
  02 sl-branch pic x(3).
  02 filler pic x(2) value spaces.
  02 sl-op pic x(3).
  02 filler pic x(2) value spaces.
  02 sl-cards pic zzzzzz9.
  02 filler pic x(2) value spaces.
  02 sl-tol pic zzzzzz9.
  02 filler pic x(3) value spaces.
  02 sl-hit-now pic zz9.9.
  02 filler pic x(2) value spaces.
  02 sl-hit-new pic zz9.9.
  02 filler pic x(3) value spaces.
  02 sl-avg-now pic zzz9.9.
  02 filler pic x(2) value spaces.
  02 sl-avg-new pic zzz9.9.
  02 filler pic x(2) value spaces.
  02 sl-avg-chg pic -zzz9.9.
  02 filler pic x(3) value spaces.
  02 sl-max-now pic zzz9.
  02 filler pic x(2) value spaces.
  02 sl-max-new pic zzz9.
  02 filler pic x(2) value spaces.
  02 sl-max-chg pic -zzz9.
  02 filler pic x(2) value spaces.
  02 sl-warn pic zzzzzz9.
  02 filler pic x(2) value spaces.
  02 sl-cap pic zzzzzz9.
  02 filler pic x(2) value spaces.
  02 sl-root pic zzzzzz9.
01 basis-line.
  02 filler pic x value space.
  02 bl-label pic x(40).
  02 bl-text pic x(60).
01 ctl-count-line.
  02 filler pic x value space.
  02 cl-label pic x(40).
  02 cl-count pic zzzzzz9.
01 chg-heading.
  02 filler pic x(40) value
    ' Cards whose tolerance would change'.
01 chg-col-heads.
  02 filler pic x(40) value
    '               Input  Br  Op     Now    '.
  02 filler pic x(40) value
    ' New  Iter now  Iter new  Effect'.
01 chg-line.
  02 filler pic x value space.
  02 cg-z pic -(11)9.9(6).
  02 filler pic x(2) value spaces.
  02 cg-branch pic x(3).
  02 filler pic x(3) value spaces.
  02 cg-op pic x.
  02 filler pic x(2) value spaces.
  02 cg-now pic 9.9(5).
  02 filler pic x(2) value spaces.
  02 cg-new pic 9.9(5).
  02 filler pic x(2) value spaces.
  02 cg-k-now pic zzzzzzz9.
  02 filler pic x(2) value spaces.
  02 cg-k-new pic zzzzzzz9.
  02 filler pic x(2) value spaces.
  02 cg-note pic x(12).
01 chg-lost-line.
  02 filler pic x value space.
  02 cx-count pic zzzzzz9.
  02 filler pic x(40) value ' more tolerance changes not listed'.
01 none-mess.
  02 filler pic x(40) value
    ' No cards to replay for the cycle'.
01 no-master-mess.
  02 filler pic x(60) value
    ' sqrt.mst not available -- master hit rates not estimated'.

procedure division.
main.
  accept wk-parm from command-line.
  move function current-date to wk-now.
  move wk-now(1:8) to wk-today.
  unstring function upper-case(wk-parm) delimited by all spaces
    into wk-mode, wk-cycle.
  if (not mode-csv and not mode-dat) or wk-cycle not numeric
    display 'sqrtsim: usage sqrtsim CSV|DAT yyyymmdd'
    move 8 to return-code
    stop run
  end-if.
  move wk-cycle to wk-cycle-n.
  if function test-date-yyyymmdd(wk-cycle-n) not = 0
    display 'sqrtsim: cycle must be yyyymmdd'
    move 8 to return-code
    stop run
  end-if.
  string wk-cycle(1:4) '-' wk-cycle(5:2) '-' wk-cycle(7:2)
    delimited by size into ph-cycle.
  string wk-now(1:4) '-' wk-now(5:2) '-' wk-now(7:2)
    delimited by size into ph-date.
  string wk-now(9:2) ':' wk-now(11:2)
    delimited by size into ph-time.
  if mode-csv
    move 'sqrtprev.csv' to ph-from
  else
    move 'archive dat' to ph-from
  end-if.
  move 0 to ps-count(1).
  move 0 to ps-count(2).
  perform load-policy.
  perform load-proposal.
  if ps-count(2) = 0
    display 'sqrtsim: no usable policy records on sqrtsim.tol'
    move 8 to return-code
    stop run
  end-if.
  open input master-file.
  if ws-mst-status = '00'
    move 'Y' to wk-mst-state
  else
    if ws-mst-status = '05'
      close master-file
    end-if
  end-if.
  initialize sim-counts.
  open output report-file.
  sort sort-file
    on ascending key sort-branch, sort-op
    with duplicates in order
    input procedure is sim-in
    output procedure is sim-out.
  if master-usable
    close master-file
  end-if.
  close report-file.
  evaluate true
    when source-missing
      move 8 to return-code
    when wk-cards = 0
      move 4 to return-code
    when sc-cap(3) > 0
      move 4 to return-code
  end-evaluate.
  display 'sqrtsim: cycle ' wk-cycle ' ' wk-cards ' cards replayed, '
    sc-tol(3) ' tolerance changes, ' sc-root(3) ' roots change, '
    sc-cap(3) ' at iteration cap'.
  stop run.

load-policy.
  move 1 to wk-ps.
  open input policy-file.
  if ws-tol-status = '00'
    read policy-file into tol-work
      at end move 'Y' to wk-tol-eof
    end-read
    perform take-policy until policy-done
    close policy-file
  else
    if ws-tol-status = '05'
      close policy-file
    end-if
  end-if.

take-policy.
  if tw-eff is numeric and tw-eff <= wk-cycle-n
    perform add-policy
  end-if.
  read policy-file into tol-work
    at end move 'Y' to wk-tol-eof
  end-read.

load-proposal.
  move 2 to wk-ps.
  open input proposed-file.
  if ws-prp-status = '00'
    read proposed-file into tol-work
      at end move 'Y' to wk-prp-eof
    end-read
    perform take-proposal until proposal-done
    close proposed-file
  else
    if ws-prp-status = '05'
      close proposed-file
    end-if
  end-if.

take-proposal.
  perform add-policy.
  read proposed-file into tol-work
    at end move 'Y' to wk-prp-eof
  end-read.

add-policy.
  if tw-eff is numeric and tw-diff is numeric
    and ps-count(wk-ps) < wk-pol-limit
    add 1 to ps-count(wk-ps)
    move tw-branch to pe-branch(wk-ps, ps-count(wk-ps))
    move tw-op to pe-op(wk-ps, ps-count(wk-ps))
    move tw-eff to pe-eff(wk-ps, ps-count(wk-ps))
    move tw-diff to pe-diff(wk-ps, ps-count(wk-ps))
  else
    add 1 to wk-pol-bad
  end-if.

find-policy.
  move 'N' to wk-pol-state.
  move 0 to wk-pol-rank.
  move 0 to wk-pol-eff.
  move 0 to wk-pol-diff.
  perform check-policy
    varying wk-pol-ix from 1 by 1
    until wk-pol-ix > ps-count(wk-ps).

check-policy.
  if (pe-branch(wk-ps, wk-pol-ix) = in-branch
      or pe-branch(wk-ps, wk-pol-ix) = '***')
    and (pe-op(wk-ps, wk-pol-ix) = wk-norm-op
      or pe-op(wk-ps, wk-pol-ix) = '*')
    move 0 to wk-cand-rank
    if pe-branch(wk-ps, wk-pol-ix) = in-branch
      add 2 to wk-cand-rank
    end-if
    if pe-op(wk-ps, wk-pol-ix) = wk-norm-op
      add 1 to wk-cand-rank
    end-if
    if policy-missing
      or wk-cand-rank > wk-pol-rank
      or (wk-cand-rank = wk-pol-rank
        and pe-eff(wk-ps, wk-pol-ix) > wk-pol-eff)
      move 'Y' to wk-pol-state
      move wk-cand-rank to wk-pol-rank
      move pe-eff(wk-ps, wk-pol-ix) to wk-pol-eff
      move pe-diff(wk-ps, wk-pol-ix) to wk-pol-diff
    end-if
  end-if.

apply-policy.
  perform find-policy.
  if policy-found and diff > wk-pol-diff
    move wk-pol-diff to diff
  end-if.

sim-in.
  if mode-dat
    open input card-file
    if ws-dat-status = '00'
      read card-file into in-card at end move 'Y' to eof-flag end-read
      perform dat-record until end-of-file
      close card-file
    else
      if ws-dat-status = '05'
        close card-file
      end-if
      move 'N' to wk-src-state
      display 'sqrtsim: sqrtsim.dat (archived sqrt.dat) not available'
    end-if
  else
    open input prior-file
    if ws-prv-status = '00'
      read prior-file at end move 'Y' to eof-flag end-read
      perform csv-record until end-of-file
      close prior-file
    else
      if ws-prv-status = '05'
        close prior-file
      end-if
      move 'N' to wk-src-state
      display 'sqrtsim: sqrtprev.csv not available'
    end-if
  end-if.

dat-record.
  if control-card
    add 1 to wk-ctl-cards
  else
    add 1 to wk-read
    if in-z is numeric and in-diff is numeric and op-valid
      and (in-z > 0 or (in-z < 0 and op-odd-degree))
      move 'N' to sort-known
      move 0 to sort-base-diff
      move 0 to sort-base-y
      move 0 to sort-base-k
      move space to sort-base-hit
      perform release-card
    else
      add 1 to wk-skipped
    end-if
  end-if.
  read card-file into in-card at end move 'Y' to eof-flag end-read.

csv-record.
  add 1 to wk-read.
  move spaces to wk-field-z, wk-field-y, wk-field-b,
    wk-field-o, wk-field-d, wk-field-k, wk-field-h.
  unstring prv-line delimited by ','
    into wk-field-z, wk-field-y, wk-field-b,
    wk-field-o, wk-field-d, wk-field-k, wk-field-h.
  if wk-field-z = spaces or wk-field-y = spaces
    or wk-field-d = spaces or wk-field-k = spaces
    or function test-numval(wk-field-z) not = 0
    or function test-numval(wk-field-y) not = 0
    or function test-numval(wk-field-d) not = 0
    or function test-numval(wk-field-k) not = 0
    add 1 to wk-skipped
  else
    move spaces to in-card
    move function numval(wk-field-z) to in-z
    move function numval(wk-field-d) to in-diff
    move wk-field-o(1:1) to in-op
    move wk-field-b(1:3) to in-branch
    if op-valid
      move 'Y' to sort-known
      move in-diff to sort-base-diff
      move function numval(wk-field-y) to sort-base-y
      move function numval(wk-field-k) to sort-base-k
      move wk-field-h(1:1) to sort-base-hit
      perform release-card
    else
      add 1 to wk-skipped
    end-if
  end-if.
  read prior-file at end move 'Y' to eof-flag end-read.

release-card.
  move in-branch to sort-branch.
  if op-square
    move 'S' to sort-op
  else
    move in-op to sort-op
  end-if.
  move in-card to sort-card.
  release sort-rec.

sim-out.
  return sort-file at end move 'Y' to wk-srt-state end-return.
  move 'Y' to wk-head-state.
  perform page-break.
  perform print-basis.
  if sort-done
    move none-mess to prt-area
    perform print-sim
  else
    move sort-branch to wk-cur-branch
    move sort-op to wk-cur-op
  end-if.
  perform take-card until sort-done.
  if wk-cards > 0
    perform op-break
    perform branch-break
    perform grand-total
  end-if.
  move 'N' to wk-head-state.
  perform print-changes.
  perform print-controls.

take-card.
  if sort-branch not = wk-cur-branch
    perform op-break
    perform branch-break
    move sort-branch to wk-cur-branch
    move sort-op to wk-cur-op
  else
    if sort-op not = wk-cur-op
      perform op-break
      move sort-op to wk-cur-op
    end-if
  end-if.
  perform simulate-card.
  return sort-file at end move 'Y' to wk-srt-state end-return.

simulate-card.
  add 1 to wk-cards.
  move sort-card to in-card.
  move sort-op to wk-norm-op.
  if base-known
    move sort-base-diff to sr-diff(1)
    if sort-base-hit = 'H' and master-usable
      move 'Y' to sr-hit(1)
    else
      move 'N' to sr-hit(1)
    end-if
    move sort-base-k to sr-k(1)
    move 'N' to sr-abort(1)
    move sort-base-y to sr-root(1)
  else
    move 1 to wk-side
    perform simulate-side
  end-if.
  move 2 to wk-side.
  perform simulate-side.
  add 1 to sc-cards(1).
  if sr-master-hit(1)
    add 1 to sc-hit-now(1)
  end-if.
  if sr-master-hit(2)
    add 1 to sc-hit-new(1)
  end-if.
  add sr-k(1) to sc-k-now(1).
  add sr-k(2) to sc-k-new(1).
  if sr-k(1) > sc-max-now(1)
    move sr-k(1) to sc-max-now(1)
  end-if.
  if sr-k(2) > sc-max-new(1)
    move sr-k(2) to sc-max-new(1)
  end-if.
  if sr-master-hit(2)
    continue
  else
    if sr-aborted(2)
      add 1 to sc-cap(1)
    else
      if sr-k(2) > wk-k-warn-limit
        add 1 to sc-warn(1)
      end-if
    end-if
  end-if.
  if not sr-aborted(1) and not sr-aborted(2)
    and sr-root(1) not = sr-root(2)
    add 1 to sc-root(1)
  end-if.
  if sr-diff(1) not = sr-diff(2)
    add 1 to sc-tol(1)
    perform note-change
  end-if.

simulate-side.
  move in-diff to diff.
  move wk-side to wk-ps.
  perform apply-policy.
  move diff to sr-diff(wk-side).
  perform lookup-master.
  perform run-root.
  move k to sr-k(wk-side).
  if master-hit
    move 'Y' to sr-hit(wk-side)
    move 'N' to sr-abort(wk-side)
    move mst-root to sr-root(wk-side)
  else
    move 'N' to sr-hit(wk-side)
    move wk-signed-y to sr-root(wk-side)
    if not-converged and k >= 1000
      move 'Y' to sr-abort(wk-side)
    else
      move 'N' to sr-abort(wk-side)
    end-if
  end-if.

lookup-master.
  move 'N' to wk-mst-found.
  if master-usable
    move in-z to mst-z
    move diff to mst-diff
    move wk-norm-op to mst-op
    read master-file
      invalid key continue
      not invalid key
        if not mst-failed and mst-first is numeric
          and mst-first < wk-cycle-n
          move 'Y' to wk-mst-found
        end-if
    end-read
  end-if.

run-root.
  if in-z < 0
    compute z = - in-z
  else
    move in-z to z
  end-if.
  if op-square
    call 'sub-sqrt' using z, y, k, diff, converged
  else
    if op-cube
      move 3 to wk-root-n
    else
      compute wk-root-n = function numval(in-op)
    end-if
    call 'sub-root' using z, y, k, diff, converged, wk-root-n
  end-if.
  if in-z < 0
    compute wk-signed-y = - y
  else
    move y to wk-signed-y
  end-if.

note-change.
  add 1 to wk-chg-count.
  if wk-chg-count <= 100
    move in-z to ct-z(wk-chg-count)
    move in-branch to ct-branch(wk-chg-count)
    move wk-norm-op to ct-op(wk-chg-count)
    move sr-diff(1) to ct-now(wk-chg-count)
    move sr-diff(2) to ct-new(wk-chg-count)
    move sr-k(1) to ct-k-now(wk-chg-count)
    move sr-k(2) to ct-k-new(wk-chg-count)
    evaluate true
      when sr-aborted(2)
        move 'AT CAP' to ct-note(wk-chg-count)
      when sr-aborted(1)
        move 'ROOT CHANGED' to ct-note(wk-chg-count)
      when sr-root(1) not = sr-root(2)
        move 'ROOT CHANGED' to ct-note(wk-chg-count)
      when other
        move spaces to ct-note(wk-chg-count)
    end-evaluate
  else
    add 1 to wk-chg-lost
  end-if.

op-break.
  move wk-cur-branch to sl-branch.
  move spaces to sl-op.
  move wk-cur-op to sl-op.
  move 1 to wk-lv.
  perform edit-counts.
  move sim-line to prt-area.
  perform print-sim.
  move 2 to wk-lv.
  perform roll-counts.
  initialize sc-level(1).

branch-break.
  move wk-cur-branch to sl-branch.
  move 'All' to sl-op.
  move 2 to wk-lv.
  perform edit-counts.
  move sim-line to prt-area.
  perform print-sim.
  move blank-line to prt-area.
  perform print-sim.
  move 3 to wk-lv.
  perform roll-counts.
  initialize sc-level(2).

grand-total.
  move under-line to prt-area.
  perform print-sim.
  move 'All' to sl-branch.
  move 'All' to sl-op.
  move 3 to wk-lv.
  perform edit-counts.
  move sim-line to prt-area.
  perform print-sim.

roll-counts.
  add sc-cards(wk-lv - 1) to sc-cards(wk-lv).
  add sc-tol(wk-lv - 1) to sc-tol(wk-lv).
  add sc-hit-now(wk-lv - 1) to sc-hit-now(wk-lv).
  add sc-hit-new(wk-lv - 1) to sc-hit-new(wk-lv).
  add sc-k-now(wk-lv - 1) to sc-k-now(wk-lv).
  add sc-k-new(wk-lv - 1) to sc-k-new(wk-lv).
  if sc-max-now(wk-lv - 1) > sc-max-now(wk-lv)
    move sc-max-now(wk-lv - 1) to sc-max-now(wk-lv)
  end-if.
  if sc-max-new(wk-lv - 1) > sc-max-new(wk-lv)
    move sc-max-new(wk-lv - 1) to sc-max-new(wk-lv)
  end-if.
  add sc-warn(wk-lv - 1) to sc-warn(wk-lv).
  add sc-cap(wk-lv - 1) to sc-cap(wk-lv).
  add sc-root(wk-lv - 1) to sc-root(wk-lv).

edit-counts.
  move sc-cards(wk-lv) to sl-cards.
  move sc-tol(wk-lv) to sl-tol.
  if sc-cards(wk-lv) > 0
    compute wk-pct rounded = sc-hit-now(wk-lv) * 100 / sc-cards(wk-lv)
    move wk-pct to sl-hit-now
    compute wk-pct rounded = sc-hit-new(wk-lv) * 100 / sc-cards(wk-lv)
    move wk-pct to sl-hit-new
    compute wk-avg-now rounded = sc-k-now(wk-lv) / sc-cards(wk-lv)
    compute wk-avg-new rounded = sc-k-new(wk-lv) / sc-cards(wk-lv)
  else
    move 0 to sl-hit-now
    move 0 to sl-hit-new
    move 0 to wk-avg-now
    move 0 to wk-avg-new
  end-if.
  compute wk-avg-chg = wk-avg-new - wk-avg-now.
  compute wk-max-chg = sc-max-new(wk-lv) - sc-max-now(wk-lv).
  move wk-avg-now to sl-avg-now.
  move wk-avg-new to sl-avg-new.
  move wk-avg-chg to sl-avg-chg.
  move sc-max-now(wk-lv) to sl-max-now.
  move sc-max-new(wk-lv) to sl-max-new.
  move wk-max-chg to sl-max-chg.
  move sc-warn(wk-lv) to sl-warn.
  move sc-cap(wk-lv) to sl-cap.
  move sc-root(wk-lv) to sl-root.

print-basis.
  move 'Cards replayed from:' to bl-label.
  if mode-csv
    move 'sqrtprev.csv (as published; applied tolerance)' to bl-text
  else
    move 'archived sqrt.dat staged as sqrtsim.dat' to bl-text
  end-if.
  move basis-line to prt-area.
  perform print-sim.
  move 'Policy now:' to bl-label.
  if mode-csv
    move 'as published on the cycle' to bl-text
  else
    move 'sqrttol.dat records in force on the cycle' to bl-text
  end-if.
  move basis-line to prt-area.
  perform print-sim.
  move 'Policy new:' to bl-label.
  move 'sqrtsim.tol, every record taken as in force' to bl-text.
  move basis-line to prt-area.
  perform print-sim.
  if not master-usable
    move no-master-mess to prt-area
    perform print-sim
  end-if.
  move blank-line to prt-area.
  perform print-sim.
  perform print-col-heads.

print-col-heads.
  move col-head-1 to prt-area.
  perform print-sim.
  move col-head-2 to prt-area.
  perform print-sim.
  move under-line to prt-area.
  perform print-sim.

print-changes.
  if wk-chg-count > 0
    perform page-break
    move chg-heading to prt-area
    perform print-sim
    move blank-line to prt-area
    perform print-sim
    move chg-col-heads to prt-area
    perform print-sim
    move under-line to prt-area
    perform print-sim
    perform print-change
      varying wk-chg-ix from 1 by 1
      until wk-chg-ix > wk-chg-count or wk-chg-ix > 100
    if wk-chg-lost > 0
      move wk-chg-lost to cx-count
      move chg-lost-line to prt-area
      perform print-sim
    end-if
  end-if.

print-change.
  move ct-z(wk-chg-ix) to cg-z.
  move ct-branch(wk-chg-ix) to cg-branch.
  move ct-op(wk-chg-ix) to cg-op.
  move ct-now(wk-chg-ix) to cg-now.
  move ct-new(wk-chg-ix) to cg-new.
  move ct-k-now(wk-chg-ix) to cg-k-now.
  move ct-k-new(wk-chg-ix) to cg-k-new.
  move ct-note(wk-chg-ix) to cg-note.
  move chg-line to prt-area.
  perform print-sim.

print-controls.
  move blank-line to prt-area.
  perform print-sim.
  move 'Cards read:' to cl-label.
  move wk-read to cl-count.
  move ctl-count-line to prt-area.
  perform print-sim.
  move 'Cards replayed:' to cl-label.
  move wk-cards to cl-count.
  move ctl-count-line to prt-area.
  perform print-sim.
  move 'Cards not replayed (invalid):' to cl-label.
  move wk-skipped to cl-count.
  move ctl-count-line to prt-area.
  perform print-sim.
  if mode-dat
    move 'Header/trailer records:' to cl-label
    move wk-ctl-cards to cl-count
    move ctl-count-line to prt-area
    perform print-sim
  end-if.
  move 'Policy records now:' to cl-label.
  move ps-count(1) to cl-count.
  move ctl-count-line to prt-area.
  perform print-sim.
  move 'Policy records new:' to cl-label.
  move ps-count(2) to cl-count.
  move ctl-count-line to prt-area.
  perform print-sim.
  move 'Policy records ignored:' to cl-label.
  move wk-pol-bad to cl-count.
  move ctl-count-line to prt-area.
  perform print-sim.

print-sim.
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
  if table-heads and wk-page-num > 1
    write rpt-line from col-head-1 after advancing 1 lines
    write rpt-line from col-head-2 after advancing 1 lines
    write rpt-line from under-line after advancing 1 lines
    add 3 to wk-line-count
  end-if.
