identification division.
program-id. sqrtusg.

environment division.
input-output section.
file-control.
  select usage-file assign to "sqrtexp.use"
  organization is line sequential
  file status is ws-use-status.
  select sort-file assign to "sqrtusg.srt".
  select report-file assign to "sqrtusg.rpt"
  organization is line sequential.
  select optional requester-file assign to "sqrtreq.dat"
  organization is line sequential
  file status is ws-rqf-status.
  select optional charge-file assign to "sqrtexp.mtd"
  organization is line sequential
  file status is ws-xmt-status.

data division.
file section.
fd usage-file.
  01 use-record.
    02 use-date  pic 9(8).
    02 use-time  pic x(6).
    02 use-req   pic x(8).
    02 use-branch pic x(3).
    02 use-op    pic x.
    02 use-z     pic s9(11)v9(6).
    02 use-diff  pic v9(5).
    02 use-status pic x(2).
    02 use-hit   pic x.
      88 use-master-hit value 'H'.
    02 use-k     pic s9(4).
sd sort-file.
  01 sort-rec.
    02 sort-req    pic x(8).
    02 sort-branch pic x(3).
    02 sort-status pic x(2).
    02 sort-hit    pic x.
fd report-file.
  01 rpt-line pic x(132).
fd requester-file.
  01 rqf-record.
    02 rqf-id     pic x(8).
    02 rqf-status pic x.
    02 rqf-day    pic 9(5).
    02 rqf-cmp    pic 9(5).
    02 rqf-branch pic x(3) occurs 10 times.
    02 rqf-name   pic x(30).
fd charge-file.
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
working-storage section.
77 ws-use-status pic xx.
77 ws-rqf-status pic xx.
77 ws-xmt-status pic xx.
77 wk-parm pic x(20) value spaces.
77 wk-date pic x(8) value spaces.
77 wk-date-n pic 9(8) value 0.
77 wk-today pic x(8).
77 wk-now pic x(21).
77 wk-rows pic 9(7) value 0.
77 wk-line-count pic 9(3) value 0.
77 wk-page-num   pic 9(4) value 0.
77 wk-page-limit pic 9(3) value 60.
77 wk-srt-state pic x value 'N'.
  88 sort-done value 'Y'.
77 wk-rqf-eof pic x value 'N'.
  88 requesters-done value 'Y'.
77 wk-rq-count pic 9(3) value 0.
77 wk-rq-limit pic 9(3) value 200.
77 wk-rx pic 9(3) value 0.
77 wk-rq pic 9(3) value 0.
77 wk-cur-req pic x(8) value spaces.
77 wk-cur-branch pic x(3) value spaces.
77 wk-pct pic 9(5)v9 value 0.
77 wk-charge-count pic 9(5) value 0.
01 requester-table.
  02 rq-entry occurs 200 times.
    03 rq-id     pic x(8).
    03 rq-status pic x.
    03 rq-day    pic 9(5).
    03 rq-cmp    pic 9(5).
    03 rq-name   pic x(30).
01 usage-counts.
  02 uc-level occurs 3 times.
    03 uc-served pic 9(7).
    03 uc-hit    pic 9(7).
    03 uc-cmp    pic 9(7).
    03 uc-abt    pic 9(7).
    03 uc-auth   pic 9(7).
    03 uc-quota  pic 9(7).
01 prt-area pic x(132).
01 blank-line pic x(132) value spaces.
01 eof-flag pic x value 'N'.
  88 no-more-records value 'N'.
  88 end-of-file    value 'Y'.
01 page-head-line.
  02 filler pic x value space.
  02 ph-jobname pic x(8) value 'SQRTUSG'.
  02 filler pic x(18) value spaces.
  02 filler pic x(30) value 'Express Lookup Requester Usage'.
  02 filler pic x(5) value spaces.
  02 filler pic x(4) value 'For '.
  02 ph-for pic x(10).
  02 filler pic x(4) value spaces.
  02 filler pic x(4) value 'Run '.
  02 ph-date pic x(10).
  02 filler pic x value space.
  02 ph-time pic x(5).
  02 filler pic x(8) value spaces.
  02 filler pic x(5) value 'Page '.
  02 ph-page pic zzz9.
01 under-line.
  02 filler pic x(96) value all '-'.
01 req-head-line.
  02 filler pic x value space.
  02 filler pic x(10) value 'Requester '.
  02 rh-id pic x(8).
  02 filler pic x value space.
  02 rh-name pic x(30).
  02 filler pic x(8) value ' Status '.
  02 rh-status pic x.
  02 filler pic x(14) value '  Daily limit '.
  02 rh-day pic zzzz9.
  02 filler pic x(17) value '  Computed limit '.
  02 rh-cmp pic zzzz9.
01 col-heads.
  02 filler pic x(5) value spaces.
  02 filler pic x(6) value 'Branch'.
  02 filler pic x(4) value spaces.
  02 filler pic x(9) value '   Served'.
  02 filler pic x(2) value spaces.
  02 filler pic x(9) value '  Mst hit'.
  02 filler pic x(2) value spaces.
  02 filler pic x(9) value ' Computed'.
  02 filler pic x(2) value spaces.
  02 filler pic x(9) value '   Aborts'.
  02 filler pic x(2) value spaces.
  02 filler pic x(9) value 'Auth deny'.
  02 filler pic x(2) value spaces.
  02 filler pic x(9) value 'Quota dny'.
  02 filler pic x(2) value spaces.
  02 filler pic x(9) value ' % of lim'.
01 usage-line.
  02 filler pic x(5) value spaces.
  02 ul-label pic x(8).
  02 filler pic x(2) value spaces.
  02 ul-served pic zzzzzzzz9.
  02 filler pic x(2) value spaces.
  02 ul-hit pic zzzzzzzz9.
  02 filler pic x(2) value spaces.
  02 ul-cmp pic zzzzzzzz9.
  02 filler pic x(2) value spaces.
  02 ul-abt pic zzzzzzzz9.
  02 filler pic x(2) value spaces.
  02 ul-auth pic zzzzzzzz9.
  02 filler pic x(2) value spaces.
  02 ul-quota pic zzzzzzzz9.
  02 filler pic x(2) value spaces.
  02 ul-pct pic x(9).
01 pct-edit pic zzzz9.9.
01 ctl-count-line.
  02 filler pic x value space.
  02 cl-label pic x(40).
  02 cl-count pic zzzzzz9.
01 none-mess.
  02 filler pic x(40) value
    ' No express usage on file for the date'.

procedure division.
main.
  accept wk-parm from command-line.
  move function current-date to wk-now.
  move wk-now(1:8) to wk-today.
  if wk-parm not = spaces
    move wk-parm(1:8) to wk-date
  else
    move wk-today to wk-date
  end-if.
  if wk-date not numeric
    display 'sqrtusg: date must be yyyymmdd'
    move 8 to return-code
    stop run
  end-if.
  move wk-date to wk-date-n.
  string wk-date(1:4) '-' wk-date(5:2) '-' wk-date(7:2)
    delimited by size into ph-for.
  string wk-now(1:4) '-' wk-now(5:2) '-' wk-now(7:2)
    delimited by size into ph-date.
  string wk-now(9:2) ':' wk-now(11:2)
    delimited by size into ph-time.
  perform load-requesters.
  initialize usage-counts.
  open output report-file.
  open input usage-file.
  if ws-use-status not = '00'
    perform page-break
    move none-mess to prt-area
    perform print-usg
    move 4 to return-code
  else
    open extend charge-file
    sort sort-file
      on ascending key sort-req, sort-branch
      with duplicates in order
      input procedure is usg-in
      output procedure is usg-out
    close usage-file, charge-file
    if wk-rows = 0
      move 4 to return-code
    end-if
  end-if.
  close report-file.
  display 'sqrtusg: ' wk-date ' ' wk-rows ' requests, '
    wk-charge-count ' chargeback records to sqrtexp.mtd'.
  stop run.

load-requesters.
  open input requester-file.
  if ws-rqf-status = '00'
    read requester-file at end move 'Y' to wk-rqf-eof end-read
    perform load-requester until requesters-done
    close requester-file
  else
    if ws-rqf-status = '05'
      close requester-file
    end-if
  end-if.

load-requester.
  if rqf-id not = spaces and wk-rq-count < wk-rq-limit
    add 1 to wk-rq-count
    move rqf-id to rq-id(wk-rq-count)
    move rqf-status to rq-status(wk-rq-count)
    move rqf-name to rq-name(wk-rq-count)
    if rqf-day is numeric
      move rqf-day to rq-day(wk-rq-count)
    else
      move 0 to rq-day(wk-rq-count)
    end-if
    if rqf-cmp is numeric
      move rqf-cmp to rq-cmp(wk-rq-count)
    else
      move 0 to rq-cmp(wk-rq-count)
    end-if
  end-if.
  read requester-file at end move 'Y' to wk-rqf-eof end-read.

usg-in.
  read usage-file at end move 'Y' to eof-flag end-read.
  perform usg-record until end-of-file.

usg-record.
  if use-date = wk-date-n
    add 1 to wk-rows
    move use-req to sort-req
    move use-branch to sort-branch
    move use-status to sort-status
    move use-hit to sort-hit
    release sort-rec
  end-if.
  read usage-file at end move 'Y' to eof-flag end-read.

usg-out.
  return sort-file at end move 'Y' to wk-srt-state end-return.
  if sort-done
    perform page-break
    move none-mess to prt-area
    perform print-usg
  else
    perform page-break
    move sort-req to wk-cur-req
    move sort-branch to wk-cur-branch
    perform requester-head
  end-if.
  perform take-usage until sort-done.
  if wk-rows > 0
    perform branch-break
    perform requester-break
    perform grand-total
  end-if.

take-usage.
  if sort-req not = wk-cur-req
    perform branch-break
    perform requester-break
    move sort-req to wk-cur-req
    move sort-branch to wk-cur-branch
    perform requester-head
  else
    if sort-branch not = wk-cur-branch
      perform branch-break
      move sort-branch to wk-cur-branch
    end-if
  end-if.
  evaluate sort-status
    when 'OK'
      add 1 to uc-served(1)
      if sort-hit = 'H'
        add 1 to uc-hit(1)
      else
        add 1 to uc-cmp(1)
      end-if
    when 'IT'
      add 1 to uc-served(1)
      add 1 to uc-abt(1)
    when 'UA'
    when 'UB'
      add 1 to uc-auth(1)
    when other
      add 1 to uc-quota(1)
  end-evaluate.
  return sort-file at end move 'Y' to wk-srt-state end-return.

requester-head.
  move 0 to wk-rq.
  perform match-requester
    varying wk-rx from 1 by 1
    until wk-rx > wk-rq-count or wk-rq > 0.
  move wk-cur-req to rh-id.
  if wk-rq = 0
    move '(not on sqrtreq.dat)' to rh-name
    move space to rh-status
    move 0 to rh-day
    move 0 to rh-cmp
  else
    move rq-name(wk-rq) to rh-name
    move rq-status(wk-rq) to rh-status
    move rq-day(wk-rq) to rh-day
    move rq-cmp(wk-rq) to rh-cmp
  end-if.
  if wk-line-count + 5 > wk-page-limit
    perform page-break
  end-if.
  move blank-line to prt-area.
  perform print-usg.
  move req-head-line to prt-area.
  perform print-usg.
  move col-heads to prt-area.
  perform print-usg.
  move under-line to prt-area.
  perform print-usg.

match-requester.
  if rq-id(wk-rx) = wk-cur-req
    move wk-rx to wk-rq
  end-if.

branch-break.
  move spaces to ul-label.
  move wk-cur-branch to ul-label.
  move spaces to ul-pct.
  move 1 to wk-rx.
  perform edit-counts.
  move usage-line to prt-area.
  perform print-usg.
  if uc-served(1) > 0
    move wk-date-n to xmt-date
    move wk-cur-branch to xmt-branch
    move wk-cur-req to xmt-req
    move uc-served(1) to xmt-served
    move uc-hit(1) to xmt-hit
    move uc-cmp(1) to xmt-cmp
    move uc-abt(1) to xmt-abt
    compute xmt-denied = uc-auth(1) + uc-quota(1)
    move wk-today to xmt-run-date
    move wk-now(9:6) to xmt-run-time
    write xmt-record
    add 1 to wk-charge-count
  end-if.
  add uc-served(1) to uc-served(2).
  add uc-hit(1) to uc-hit(2).
  add uc-cmp(1) to uc-cmp(2).
  add uc-abt(1) to uc-abt(2).
  add uc-auth(1) to uc-auth(2).
  add uc-quota(1) to uc-quota(2).
  initialize uc-level(1).

requester-break.
  move under-line to prt-area.
  perform print-usg.
  move 'Total' to ul-label.
  move spaces to ul-pct.
  if wk-rq > 0
    if rq-day(wk-rq) > 0
      compute wk-pct rounded = uc-served(2) * 100 / rq-day(wk-rq)
      move wk-pct to pct-edit
      move pct-edit to ul-pct
    end-if
  end-if.
  move 2 to wk-rx.
  perform edit-counts.
  move usage-line to prt-area.
  perform print-usg.
  add uc-served(2) to uc-served(3).
  add uc-hit(2) to uc-hit(3).
  add uc-cmp(2) to uc-cmp(3).
  add uc-abt(2) to uc-abt(3).
  add uc-auth(2) to uc-auth(3).
  add uc-quota(2) to uc-quota(3).
  initialize uc-level(2).

grand-total.
  move blank-line to prt-area.
  perform print-usg.
  move under-line to prt-area.
  perform print-usg.
  move 'All' to ul-label.
  move spaces to ul-pct.
  move 3 to wk-rx.
  perform edit-counts.
  move usage-line to prt-area.
  perform print-usg.
  move blank-line to prt-area.
  perform print-usg.
  move 'Requests on sqrtexp.use for the date:' to cl-label.
  move wk-rows to cl-count.
  move ctl-count-line to prt-area.
  perform print-usg.
  move 'Chargeback records written:' to cl-label.
  move wk-charge-count to cl-count.
  move ctl-count-line to prt-area.
  perform print-usg.

edit-counts.
  move uc-served(wk-rx) to ul-served.
  move uc-hit(wk-rx) to ul-hit.
  move uc-cmp(wk-rx) to ul-cmp.
  move uc-abt(wk-rx) to ul-abt.
  move uc-auth(wk-rx) to ul-auth.
  move uc-quota(wk-rx) to ul-quota.

print-usg.
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
