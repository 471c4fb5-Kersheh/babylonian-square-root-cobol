identification division.
program-id. sqrtbil.

environment division.
input-output section.
file-control.
  select mtd-file assign to "sqrt.mtd"
  organization is line sequential
  file status is ws-mtd-status.
  select optional express-file assign to "sqrtexp.mtd"
  organization is line sequential
  file status is ws-xmt-status.
  select sort-file assign to "sqrtbil.srt".
  select optional rate-file assign to "sqrtrat.dat"
  organization is line sequential
  file status is ws-rat-status.
  select invoice-file assign to "sqrtbil.rpt"
  organization is line sequential.
  select journal-file assign to "sqrtgl.dat"
  organization is line sequential.
  select optional branch-file assign to "branch.mst"
  organization is indexed
  access is random
  record key is brm-code
  file status is ws-brm-status.

data division.
file section.
fd mtd-file.
  01 mtd-record.
    02 mtd-date   pic 9(8).
    02 mtd-branch pic x(3).
    02 mtd-count  pic 9(7).
    02 mtd-rej    pic 9(7).
    02 mtd-abt    pic 9(7).
    02 mtd-sq     pic 9(7).
    02 mtd-cb     pic 9(7).
    02 mtd-nth    pic 9(7).
    02 mtd-min    pic s9(11)v9(6).
    02 mtd-max    pic s9(11)v9(6).
    02 mtd-sum    pic s9(15)v9(6).
    02 mtd-sq-hit  pic 9(7).
    02 mtd-cb-hit  pic 9(7).
    02 mtd-nth-hit pic 9(7).
fd express-file.
  01 xmt-record.
    02 xmt-date   pic 9(8).
    02 xmt-branch pic x(3).
    02 xmt-req    pic x(8).
    02 xmt-served pic 9(7).
    02 xmt-hit    pic 9(7).
    02 xmt-cmp    pic 9(7).
    02 xmt-abt    pic 9(7).
    02 xmt-denied pic 9(7).
    02 xmt-run-date pic 9(8).
    02 xmt-run-time pic x(6).
sd sort-file.
  01 sort-rec.
    02 sort-branch pic x(3).
    02 sort-date   pic 9(8).
    02 sort-kind   pic x.
      88 sort-express value 'X'.
    02 sort-req    pic x(8).
    02 sort-body   pic x(129).
fd rate-file.
  01 rat-record.
    02 rat-type pic x.
      88 rat-charge value 'S', 'C', 'N', 'R', 'E'.
      88 rat-gl     value 'G'.
    02 rat-eff  pic 9(8).
    02 rat-hit  pic 9(3)v9(4).
    02 rat-cmp  pic 9(3)v9(4).
    02 filler   pic x(10).
  01 rat-gl-record.
    02 filler    pic x(9).
    02 rat-gl-cc pic x(8).
    02 rat-gl-dr pic x(8).
    02 rat-gl-cr pic x(8).
fd invoice-file.
  01 rpt-line pic x(132).
fd journal-file.
  01 gl-line pic x(80).
fd branch-file.
  01 brm-record.
    02 brm-code   pic x(3).
    02 brm-name   pic x(30).
    02 brm-status pic x.
working-storage section.
77 ws-mtd-status pic xx.
77 ws-rat-status pic xx.
77 ws-xmt-status pic xx.
77 ws-brm-status pic xx.
77 wk-brm-state pic x value 'N'.
  88 branch-usable   value 'Y'.
  88 branch-unusable value 'N'.
77 wk-brname pic x(30) value spaces.
77 wk-parm pic x(20) value spaces.
77 wk-month pic x(6) value spaces.
77 wk-month-n pic 9(6) value 0.
77 wk-yyyy pic 9(4) value 0.
77 wk-mm pic 99 value 0.
77 wk-next-first pic 9(8) value 0.
77 wk-month-end pic 9(8) value 0.
77 wk-today pic x(8).
77 wk-now pic x(21).
77 wk-rows pic 9(7) value 0.
77 wk-line-count pic 9(3) value 0.
77 wk-page-num   pic 9(4) value 0.
77 wk-page-limit pic 9(3) value 60.
77 wk-cur-branch pic x(3) value spaces.
77 wk-srt-state pic x value 'N'.
  88 sort-done value 'Y'.
77 wk-first-state pic x value 'N'.
  88 stream-started value 'Y'.
77 wk-rat-eof pic x value 'N'.
  88 rates-done value 'Y'.
77 wk-rate-count pic 9(3) value 0.
77 wk-rate-limit pic 9(3) value 200.
77 wk-rate-bad pic 9(5) value 0.
77 wk-rx pic 9(3) value 0.
77 wk-rate-type pic x value space.
77 wk-rate-date pic 9(8) value 0.
77 wk-rate-eff pic 9(8) value 0.
77 wk-rate-hit pic 9(3)v9(4) value 0.
77 wk-rate-cmp pic 9(3)v9(4) value 0.
77 wk-rate-state pic x value 'N'.
  88 rate-found   value 'Y'.
  88 rate-missing value 'N'.
77 wk-gl-eff pic 9(8) value 0.
77 wk-gl-state pic x value 'N'.
  88 gl-found   value 'Y'.
  88 gl-missing value 'N'.
77 wk-gl-cc pic x(8) value spaces.
77 wk-gl-dr pic x(8) value spaces.
77 wk-gl-cr pic x(8) value spaces.
77 wk-lx pic 99 value 0.
77 wk-new-branch pic x(3) value spaces.
77 wk-qty pic 9(9) value 0.
77 wk-rate pic 9(3)v9(4) value 0.
77 wk-hits pic 9(7) value 0.
77 wk-norate pic 9(7) value 0.
77 wk-br-days  pic 9(3) value 0.
77 wk-br-count pic 9(9) value 0.
77 wk-br-rej   pic 9(9) value 0.
77 wk-br-abt   pic 9(9) value 0.
77 wk-br-due   pic 9(11)v99 value 0.
77 wk-line-amt pic 9(11)v99 value 0.
77 wk-unit pic 9(3)v9(4) value 0.
77 wk-inv-count pic 9(5) value 0.
77 wk-dr-count pic 9(7) value 0.
77 wk-dr-total pic 9(13)v99 value 0.
77 wk-cr-count pic 9(7) value 0.
77 wk-cr-total pic 9(13)v99 value 0.
77 wk-gl-records pic 9(7) value 0.
77 wk-tot-cards pic 9(9) value 0.
77 wk-tot-rej pic 9(9) value 0.
77 wk-sx pic 9(3) value 0.
77 wk-sum-count pic 9(3) value 0.
77 wk-sum-limit pic 9(3) value 300.
77 wk-sum-lost pic 9(5) value 0.
01 rate-table.
  02 rate-entry occurs 200 times.
    03 rt-type pic x.
    03 rt-eff  pic 9(8).
    03 rt-hit  pic 9(3)v9(4).
    03 rt-cmp  pic 9(3)v9(4).
01 bill-lines.
  02 bill-line occurs 10 times.
    03 bl-qty pic 9(9).
    03 bl-amt pic 9(11)v9(6).
01 bill-labels.
  02 filler pic x(30) value 'Square roots, master hits     '.
  02 filler pic x(30) value 'Square roots, computed        '.
  02 filler pic x(30) value 'Cube roots, master hits       '.
  02 filler pic x(30) value 'Cube roots, computed          '.
  02 filler pic x(30) value 'Nth roots, master hits        '.
  02 filler pic x(30) value 'Nth roots, computed           '.
  02 filler pic x(30) value 'Reject handling               '.
  02 filler pic x(30) value 'Iteration aborts, not charged '.
  02 filler pic x(30) value 'Express lookups, master hits  '.
  02 filler pic x(30) value 'Express lookups, computed     '.
01 bill-label-tbl redefines bill-labels.
  02 bill-label occurs 10 times pic x(30).
01 summary-table.
  02 summary-entry occurs 300 times.
    03 se-branch pic x(3).
    03 se-cards  pic 9(9).
    03 se-rej    pic 9(9).
    03 se-due    pic 9(11)v99.
01 work-rec.
  02 wr-date   pic 9(8).
  02 wr-branch pic x(3).
  02 wr-count  pic 9(7).
  02 wr-rej    pic 9(7).
  02 wr-abt    pic 9(7).
  02 wr-sq     pic 9(7).
  02 wr-cb     pic 9(7).
  02 wr-nth    pic 9(7).
  02 wr-min    pic s9(11)v9(6).
  02 wr-max    pic s9(11)v9(6).
  02 wr-sum    pic s9(15)v9(6).
  02 wr-sq-hit  pic 9(7).
  02 wr-cb-hit  pic 9(7).
  02 wr-nth-hit pic 9(7).
01 express-rec.
  02 xr-date   pic 9(8).
  02 xr-branch pic x(3).
  02 xr-req    pic x(8).
  02 xr-served pic 9(7).
  02 xr-hit    pic 9(7).
  02 xr-cmp    pic 9(7).
  02 xr-abt    pic 9(7).
  02 xr-denied pic 9(7).
  02 xr-run-date pic 9(8).
  02 xr-run-time pic x(6).
01 gl-header.
  02 filler     pic x value 'H'.
  02 gh-period  pic 9(6).
  02 gh-date    pic 9(8).
  02 filler     pic x(8) value 'SQRTBIL'.
  02 gh-cc      pic x(8).
  02 filler     pic x(49) value spaces.
01 gl-detail.
  02 filler     pic x value 'D'.
  02 gd-dc      pic x.
  02 gd-account pic x(8).
  02 gd-cc      pic x(8).
  02 gd-branch  pic x(3).
  02 gd-amount  pic 9(11)v99.
  02 gd-period  pic 9(6).
  02 gd-desc    pic x(30).
  02 filler     pic x(10) value spaces.
01 gl-trailer.
  02 filler      pic x value 'T'.
  02 gt-dr-count pic 9(7).
  02 gt-dr-total pic 9(13)v99.
  02 gt-cr-count pic 9(7).
  02 gt-cr-total pic 9(13)v99.
  02 gt-records  pic 9(7).
  02 filler      pic x(28) value spaces.
01 prt-area pic x(132).
01 blank-line pic x(132) value spaces.
01 eof-flag pic x value 'N'.
  88 no-more-records value 'N'.
  88 end-of-file    value 'Y'.
01 page-head-line.
  02 filler pic x value space.
  02 ph-jobname pic x(8) value 'SQRTBIL'.
  02 filler pic x(22) value spaces.
  02 filler pic x(25) value 'Branch Chargeback Billing'.
  02 filler pic x(20) value spaces.
  02 filler pic x(4) value 'Run '.
  02 ph-date pic x(10).
  02 filler pic x value space.
  02 ph-time pic x(5).
  02 filler pic x(24) value spaces.
  02 filler pic x(5) value 'Page '.
  02 ph-page pic zzz9.
01 under-line.
  02 filler pic x(80) value all '-'.
01 inv-branch-line.
  02 filler pic x(9) value spaces.
  02 filler pic x(7) value 'Branch '.
  02 ib-branch pic x(3).
  02 filler pic x value space.
  02 ib-name pic x(30).
  02 filler pic x(9) value ' Invoice '.
  02 ib-month pic x(6).
01 inv-days-line.
  02 filler pic x value space.
  02 filler pic x(20) value 'Days billed:        '.
  02 id-days pic zz9.
  02 filler pic x(20) value '   Cards processed: '.
  02 id-cards pic zzzzzzzz9.
01 inv-col-heads.
  02 filler pic x(5) value spaces.
  02 filler pic x(30) value 'Charge'.
  02 filler pic x(2) value spaces.
  02 filler pic x(9) value ' Quantity'.
  02 filler pic x(3) value spaces.
  02 filler pic x(8) value '    Rate'.
  02 filler pic x(3) value spaces.
  02 filler pic x(16) value '          Amount'.
01 inv-line.
  02 filler pic x(5) value spaces.
  02 il-desc pic x(30).
  02 filler pic x(2) value spaces.
  02 il-qty pic zzzzzzzz9.
  02 filler pic x(3) value spaces.
  02 il-rate pic zz9.9999.
  02 filler pic x(3) value spaces.
  02 il-amt pic z,zzz,zzz,zz9.99.
  02 filler pic x value space.
  02 il-note pic x(10).
01 inv-total-line.
  02 filler pic x(5) value spaces.
  02 filler pic x(30) value 'Total due'.
  02 filler pic x(25) value spaces.
  02 it-amt pic z,zzz,zzz,zz9.99.
01 inv-none-line.
  02 filler pic x(5) value spaces.
  02 filler pic x(40) value 'No chargeable activity this month'.
01 sum-heading.
  02 filler pic x(9) value spaces.
  02 filler pic x(19) value 'Chargeback Summary '.
  02 sh-month pic x(6).
01 sum-col-heads.
  02 filler pic x value space.
  02 filler pic x(5) value 'Br   '.
  02 filler pic x(30) value 'Name'.
  02 filler pic x(2) value spaces.
  02 filler pic x(9) value '    Cards'.
  02 filler pic x(2) value spaces.
  02 filler pic x(9) value '  Rejects'.
  02 filler pic x(2) value spaces.
  02 filler pic x(16) value '          Amount'.
01 sum-line.
  02 filler pic x value space.
  02 sl-branch pic x(3).
  02 filler pic x(2) value spaces.
  02 sl-name pic x(30).
  02 filler pic x(2) value spaces.
  02 sl-cards pic zzzzzzzz9.
  02 filler pic x(2) value spaces.
  02 sl-rej pic zzzzzzzz9.
  02 filler pic x(2) value spaces.
  02 sl-amt pic z,zzz,zzz,zz9.99.
01 sum-total-line.
  02 filler pic x value space.
  02 filler pic x(35) value 'Total'.
  02 filler pic x(2) value spaces.
  02 st-cards pic zzzzzzzz9.
  02 filler pic x(2) value spaces.
  02 st-rej pic zzzzzzzz9.
  02 filler pic x(2) value spaces.
  02 st-amt pic z,zzz,zzz,zz9.99.
01 ctl-heading.
  02 filler pic x(9) value spaces.
  02 filler pic x(22) value 'GL Journal sqrtgl.dat '.
01 ctl-count-line.
  02 filler pic x value space.
  02 cl-label pic x(40).
  02 cl-count pic zzzzzz9.
01 ctl-amt-line.
  02 filler pic x value space.
  02 ca-label pic x(40).
  02 ca-amt pic z,zzz,zzz,zzz,zz9.99.
01 ctl-acct-line.
  02 filler pic x value space.
  02 filler pic x(19) value 'Debit account      '.
  02 ac-dr pic x(8).
  02 filler pic x(22) value '   credit account     '.
  02 ac-cr pic x(8).
  02 filler pic x(17) value '   cost center   '.
  02 ac-cc pic x(8).
01 ctl-status-line.
  02 filler pic x value space.
  02 cs-text pic x(60).
01 none-mess.
  02 filler pic x(40) value
    ' No activity on file for requested month'.

procedure division.
main.
  accept wk-parm from command-line.
  move function current-date to wk-now.
  move wk-now(1:8) to wk-today.
  if function trim(wk-parm) not = spaces
    move function trim(wk-parm) to wk-month
  else
    move wk-today(1:6) to wk-month
  end-if.
  if wk-month not numeric
    display 'sqrtbil: month must be yyyymm'
    move 8 to return-code
    stop run
  end-if.
  move wk-month to wk-month-n.
  divide wk-month-n by 100 giving wk-yyyy remainder wk-mm.
  if wk-mm < 1 or wk-mm > 12
    display 'sqrtbil: month must be yyyymm'
    move 8 to return-code
    stop run
  end-if.
  if wk-mm = 12
    compute wk-next-first = (wk-yyyy + 1) * 10000 + 101
  else
    compute wk-next-first = wk-yyyy * 10000 + (wk-mm + 1) * 100 + 1
  end-if.
  compute wk-month-end = function date-of-integer(
    function integer-of-date(wk-next-first) - 1).
  string wk-now(1:4) '-' wk-now(5:2) '-' wk-now(7:2)
    delimited by size into ph-date.
  string wk-now(9:2) ':' wk-now(11:2)
    delimited by size into ph-time.
  perform load-rates.
  if wk-rate-count = 0
    display 'sqrtbil: no charge rates on sqrtrat.dat'
    move 8 to return-code
    stop run
  end-if.
  perform find-gl-accounts.
  if gl-missing
    display 'sqrtbil: no GL account record in force on sqrtrat.dat'
    move 8 to return-code
    stop run
  end-if.
  initialize summary-table.
  open output invoice-file.
  open output journal-file.
  move wk-month to gh-period.
  move wk-today to gh-date.
  move wk-gl-cc to gh-cc.
  write gl-line from gl-header.
  add 1 to wk-gl-records.
  open input branch-file.
  if ws-brm-status = '00' or ws-brm-status = '05'
    move 'Y' to wk-brm-state
  end-if.
  open input mtd-file.
  if ws-mtd-status not = '00'
    perform page-break
    move none-mess to prt-area
    perform print-inv
    move 4 to return-code
  else
    sort sort-file
      on ascending key sort-branch, sort-date, sort-kind, sort-req
      with duplicates in order
      input procedure is bil-in
      output procedure is bil-out
    close mtd-file
    if wk-rows = 0
      move 4 to return-code
    end-if
  end-if.
  perform write-credit.
  perform summary-page.
  if branch-usable
    close branch-file
  end-if.
  close invoice-file.
  close journal-file.
  if wk-dr-total not = wk-cr-total
    move 8 to return-code
  else
    if wk-norate > 0
      move 4 to return-code
    end-if
  end-if.
  display 'sqrtbil: ' wk-inv-count ' invoices, journal debits '
    wk-dr-total ' credits ' wk-cr-total.
  stop run.

load-rates.
  open input rate-file.
  if ws-rat-status = '00'
    read rate-file at end move 'Y' to wk-rat-eof end-read
    perform load-rate until rates-done
    close rate-file
  end-if.

load-rate.
  evaluate true
    when rat-charge
      if rat-eff is numeric and rat-hit is numeric
        and rat-cmp is numeric
        and function test-date-yyyymmdd(rat-eff) = 0
        and wk-rate-count < wk-rate-limit
        add 1 to wk-rate-count
        move rat-type to rt-type(wk-rate-count)
        move rat-eff to rt-eff(wk-rate-count)
        move rat-hit to rt-hit(wk-rate-count)
        move rat-cmp to rt-cmp(wk-rate-count)
      else
        add 1 to wk-rate-bad
      end-if
    when rat-gl
      if rat-eff is numeric and rat-eff <= wk-month-end
        and rat-eff >= wk-gl-eff
        and rat-gl-cc not = spaces and rat-gl-dr not = spaces
        and rat-gl-cr not = spaces
        move 'Y' to wk-gl-state
        move rat-eff to wk-gl-eff
        move rat-gl-cc to wk-gl-cc
        move rat-gl-dr to wk-gl-dr
        move rat-gl-cr to wk-gl-cr
      end-if
    when other
      add 1 to wk-rate-bad
  end-evaluate.
  read rate-file at end move 'Y' to wk-rat-eof end-read.

find-gl-accounts.
  if gl-found
    display 'sqrtbil: GL accounts effective ' wk-gl-eff
  end-if.

find-rate.
  move 'N' to wk-rate-state.
  move 0 to wk-rate-eff.
  move 0 to wk-rate-hit.
  move 0 to wk-rate-cmp.
  perform check-rate
    varying wk-rx from 1 by 1 until wk-rx > wk-rate-count.

check-rate.
  if rt-type(wk-rx) = wk-rate-type
    and rt-eff(wk-rx) <= wk-rate-date
    and (rate-missing or rt-eff(wk-rx) >= wk-rate-eff)
    move 'Y' to wk-rate-state
    move rt-eff(wk-rx) to wk-rate-eff
    move rt-hit(wk-rx) to wk-rate-hit
    move rt-cmp(wk-rx) to wk-rate-cmp
  end-if.

bil-in.
  read mtd-file at end move 'Y' to eof-flag end-read.
  perform until end-of-file
    if mtd-date(1:6) = wk-month
      add 1 to wk-rows
      move mtd-branch to sort-branch
      move mtd-date to sort-date
      move 'M' to sort-kind
      move spaces to sort-req
      move mtd-record to sort-body
      release sort-rec
    end-if
    read mtd-file at end move 'Y' to eof-flag end-read
  end-perform.
  open input express-file.
  if ws-xmt-status = '00'
    move 'N' to eof-flag
    read express-file at end move 'Y' to eof-flag end-read
    perform express-in until end-of-file
    close express-file
  else
    if ws-xmt-status = '05'
      close express-file
    end-if
  end-if.

express-in.
  if xmt-date(1:6) = wk-month
    add 1 to wk-rows
    move xmt-branch to sort-branch
    move xmt-date to sort-date
    move 'X' to sort-kind
    move xmt-req to sort-req
    move xmt-record to sort-body
    release sort-rec
  end-if.
  read express-file at end move 'Y' to eof-flag end-read.

bil-out.
  return sort-file at end move 'Y' to wk-srt-state end-return.
  if sort-done
    perform page-break
    move none-mess to prt-area
    perform print-inv
  end-if.
  perform until sort-done
    if sort-express
      move sort-body to express-rec
      return sort-file at end move 'Y' to wk-srt-state end-return
      if sort-done
        or sort-branch not = xr-branch
        or sort-date not = xr-date
        or sort-req not = xr-req
        perform emit-express-rec
      end-if
    else
      move sort-body to work-rec
      return sort-file at end move 'Y' to wk-srt-state end-return
      if sort-done
        or sort-branch not = wr-branch
        or sort-date not = wr-date
        or sort-express
        perform emit-work-rec
      end-if
    end-if
  end-perform.
  if stream-started
    perform branch-invoice
  end-if.

emit-work-rec.
  move wr-branch to wk-new-branch.
  perform branch-break.
  perform price-day.

emit-express-rec.
  move xr-branch to wk-new-branch.
  perform branch-break.
  perform price-express.

branch-break.
  if not stream-started
    move 'Y' to wk-first-state
    move wk-new-branch to wk-cur-branch
    initialize bill-lines
  end-if.
  if wk-new-branch not = wk-cur-branch
    perform branch-invoice
    move wk-new-branch to wk-cur-branch
  end-if.

price-day.
  add 1 to wk-br-days.
  add wr-count to wk-br-count.
  add wr-rej to wk-br-rej.
  add wr-abt to wk-br-abt.
  move wr-date to wk-rate-date.
  if wr-sq-hit not numeric or wr-cb-hit not numeric
    or wr-nth-hit not numeric
    move 0 to wr-sq-hit
    move 0 to wr-cb-hit
    move 0 to wr-nth-hit
  end-if.
  move 'S' to wk-rate-type.
  perform find-rate.
  move wr-sq-hit to wk-hits.
  move wr-sq to wk-qty.
  move 1 to wk-lx.
  perform price-op.
  move 'C' to wk-rate-type.
  perform find-rate.
  move wr-cb-hit to wk-hits.
  move wr-cb to wk-qty.
  move 3 to wk-lx.
  perform price-op.
  move 'N' to wk-rate-type.
  perform find-rate.
  move wr-nth-hit to wk-hits.
  move wr-nth to wk-qty.
  move 5 to wk-lx.
  perform price-op.
  move 'R' to wk-rate-type.
  perform find-rate.
  move wr-rej to wk-qty.
  move wk-rate-cmp to wk-rate.
  move 7 to wk-lx.
  perform add-charge.
  add wr-abt to bl-qty(8).

price-express.
  move xr-date to wk-rate-date.
  if xr-hit not numeric or xr-cmp not numeric
    or xr-abt not numeric
    move 0 to xr-hit
    move 0 to xr-cmp
    move 0 to xr-abt
  end-if.
  move 'E' to wk-rate-type.
  perform find-rate.
  move xr-hit to wk-qty.
  move wk-rate-hit to wk-rate.
  move 9 to wk-lx.
  perform add-charge.
  move xr-cmp to wk-qty.
  move wk-rate-cmp to wk-rate.
  move 10 to wk-lx.
  perform add-charge.
  add xr-abt to bl-qty(8).

price-op.
  if wk-hits > wk-qty
    move wk-qty to wk-hits
  end-if.
  subtract wk-hits from wk-qty.
  move wk-rate-cmp to wk-rate.
  add 1 to wk-lx.
  perform add-charge.
  move wk-hits to wk-qty.
  move wk-rate-hit to wk-rate.
  subtract 1 from wk-lx.
  perform add-charge.

add-charge.
  if wk-qty > 0
    add wk-qty to bl-qty(wk-lx)
    compute bl-amt(wk-lx) = bl-amt(wk-lx) + wk-qty * wk-rate
    if rate-missing
      add 1 to wk-norate
      display 'sqrtbil: no ' wk-rate-type ' rate in force on '
        wk-rate-date ' for branch ' wk-cur-branch
    end-if
  end-if.

branch-invoice.
  perform page-break.
  add 1 to wk-inv-count.
  move wk-cur-branch to ib-branch.
  perform lookup-brname.
  move wk-brname to ib-name.
  move wk-month to ib-month.
  move inv-branch-line to prt-area.
  perform print-inv.
  move blank-line to prt-area.
  perform print-inv.
  move wk-br-days to id-days.
  move wk-br-count to id-cards.
  move inv-days-line to prt-area.
  perform print-inv.
  move blank-line to prt-area.
  perform print-inv.
  move inv-col-heads to prt-area.
  perform print-inv.
  move under-line to prt-area.
  perform print-inv.
  move 0 to wk-br-due.
  perform invoice-line
    varying wk-lx from 1 by 1 until wk-lx > 10.
  if wk-br-due = 0
    move inv-none-line to prt-area
    perform print-inv
  end-if.
  move under-line to prt-area.
  perform print-inv.
  move wk-br-due to it-amt.
  move inv-total-line to prt-area.
  perform print-inv.
  if wk-br-due > 0
    move 'D' to gd-dc
    move wk-gl-dr to gd-account
    move spaces to gd-cc
    move wk-cur-branch to gd-cc
    move wk-cur-branch to gd-branch
    move wk-br-due to gd-amount
    move wk-month to gd-period
    move 'Root work chargeback' to gd-desc
    write gl-line from gl-detail
    add 1 to wk-gl-records
    add 1 to wk-dr-count
    add wk-br-due to wk-dr-total
  end-if.
  if wk-sum-count < wk-sum-limit
    add 1 to wk-sum-count
    move wk-cur-branch to se-branch(wk-sum-count)
    move wk-br-count to se-cards(wk-sum-count)
    move wk-br-rej to se-rej(wk-sum-count)
    move wk-br-due to se-due(wk-sum-count)
  else
    add 1 to wk-sum-lost
  end-if.
  add wk-br-count to wk-tot-cards.
  add wk-br-rej to wk-tot-rej.
  initialize bill-lines.
  move 0 to wk-br-days.
  move 0 to wk-br-count.
  move 0 to wk-br-rej.
  move 0 to wk-br-abt.

invoice-line.
  if bl-qty(wk-lx) > 0
    move bill-label(wk-lx) to il-desc
    move bl-qty(wk-lx) to il-qty
    move spaces to il-note
    if wk-lx = 8
      move 0 to wk-line-amt
      move 0 to wk-unit
    else
      compute wk-line-amt rounded = bl-amt(wk-lx)
      compute wk-unit rounded = bl-amt(wk-lx) / bl-qty(wk-lx)
    end-if
    move wk-unit to il-rate
    move wk-line-amt to il-amt
    move inv-line to prt-area
    perform print-inv
    add wk-line-amt to wk-br-due
  end-if.

write-credit.
  if wk-dr-total > 0
    move 'C' to gd-dc
    move wk-gl-cr to gd-account
    move wk-gl-cc to gd-cc
    move spaces to gd-branch
    move wk-dr-total to gd-amount
    move wk-month to gd-period
    move 'Root work chargeback recovery' to gd-desc
    write gl-line from gl-detail
    add 1 to wk-gl-records
    add 1 to wk-cr-count
    add wk-dr-total to wk-cr-total
  end-if.
  add 1 to wk-gl-records.
  move wk-dr-count to gt-dr-count.
  move wk-dr-total to gt-dr-total.
  move wk-cr-count to gt-cr-count.
  move wk-cr-total to gt-cr-total.
  move wk-gl-records to gt-records.
  write gl-line from gl-trailer.

summary-page.
  perform page-break.
  move wk-month to sh-month.
  move sum-heading to prt-area.
  perform print-inv.
  move blank-line to prt-area.
  perform print-inv.
  move sum-col-heads to prt-area.
  perform print-inv.
  move under-line to prt-area.
  perform print-inv.
  perform summary-line
    varying wk-sx from 1 by 1 until wk-sx > wk-sum-count.
  move under-line to prt-area.
  perform print-inv.
  move wk-tot-cards to st-cards.
  move wk-tot-rej to st-rej.
  move wk-dr-total to st-amt.
  move sum-total-line to prt-area.
  perform print-inv.
  if wk-sum-lost > 0
    move 'Branches billed but not listed above:' to cl-label
    move wk-sum-lost to cl-count
    move ctl-count-line to prt-area
    perform print-inv
  end-if.
  move blank-line to prt-area.
  perform print-inv.
  move ctl-heading to prt-area.
  perform print-inv.
  move under-line to prt-area.
  perform print-inv.
  move wk-gl-dr to ac-dr.
  move wk-gl-cr to ac-cr.
  move wk-gl-cc to ac-cc.
  move ctl-acct-line to prt-area.
  perform print-inv.
  move 'Debit records (one per branch billed):' to cl-label.
  move wk-dr-count to cl-count.
  move ctl-count-line to prt-area.
  perform print-inv.
  move 'Debit total:' to ca-label.
  move wk-dr-total to ca-amt.
  move ctl-amt-line to prt-area.
  perform print-inv.
  move 'Credit records (cost center):' to cl-label.
  move wk-cr-count to cl-count.
  move ctl-count-line to prt-area.
  perform print-inv.
  move 'Credit total:' to ca-label.
  move wk-cr-total to ca-amt.
  move ctl-amt-line to prt-area.
  perform print-inv.
  move 'Journal records incl. header/trailer:' to cl-label.
  move wk-gl-records to cl-count.
  move ctl-count-line to prt-area.
  perform print-inv.
  move 'Charges with no rate in force:' to cl-label.
  move wk-norate to cl-count.
  move ctl-count-line to prt-area.
  perform print-inv.
  move 'Rate records ignored (bad type/date/rate):' to cl-label.
  move wk-rate-bad to cl-count.
  move ctl-count-line to prt-area.
  perform print-inv.
  if wk-dr-total = wk-cr-total
    move 'Journal balanced' to cs-text
  else
    move 'JOURNAL OUT OF BALANCE -- do not post' to cs-text
  end-if.
  move ctl-status-line to prt-area.
  perform print-inv.

summary-line.
  move se-branch(wk-sx) to sl-branch.
  move se-branch(wk-sx) to wk-cur-branch.
  perform lookup-brname.
  move wk-brname to sl-name.
  move se-cards(wk-sx) to sl-cards.
  move se-rej(wk-sx) to sl-rej.
  move se-due(wk-sx) to sl-amt.
  move sum-line to prt-area.
  perform print-inv.

lookup-brname.
  move spaces to wk-brname.
  if branch-usable
    move wk-cur-branch to brm-code
    read branch-file
      invalid key move '(not on branch.mst)' to wk-brname
      not invalid key move brm-name to wk-brname
    end-read
  end-if.

print-inv.
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
