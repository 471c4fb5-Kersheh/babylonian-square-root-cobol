  organization is line sequential.
  select optional log-file assign to "sqrtexp.log"
  organization is line sequential.
  select optional usage-file assign to "sqrtexp.use"
  organization is line sequential
  file status is ws-use-status.
  select optional requester-file assign to "sqrtreq.dat"
  organization is line sequential
  file status is ws-rqf-status.
  select optional master-file assign to "sqrt.mst"
  organization is indexed
  access is random
    02 exl-cmp  pic 9(7).
    02 exl-rej  pic 9(7).
    02 exl-abt  pic 9(7).
    02 exl-deny pic 9(7).
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
      88 use-served value 'OK', 'IT'.
    02 use-hit   pic x.
      88 use-master-hit value 'H'.
    02 use-k     pic s9(4).
fd requester-file.
  01 rqf-record.
    02 rqf-id     pic x(8).
    02 rqf-status pic x.
    02 rqf-day    pic 9(5).
    02 rqf-cmp    pic 9(5).
    02 rqf-branch pic x(3) occurs 10 times.
    02 rqf-name   pic x(30).
fd master-file.
  01 mst-record.
    02 mst-key.
      03 mst-op   pic x.
    02 mst-root   pic s9(11)v9(6).
    02 mst-iters  pic s9999.
    02 mst-hits   pic 9(7).
    02 mst-first  pic 9(8).
    02 mst-last   pic 9(8).
    02 mst-flag   pic x.
      88 mst-failed value 'F'.
fd branch-file.
  01 brm-record.
    02 brm-code   pic x(3).
77 ws-mst-status pic xx.
77 ws-brm-status pic xx.
77 ws-tol-status pic xx.
77 ws-use-status pic xx.
77 ws-rqf-status pic xx.
77 wk-mst-state pic x value 'N'.
  88 master-usable   value 'Y'.
  88 master-unusable value 'N'.
77 wk-mst-found pic x value 'N'.
  88 master-hit  value 'Y'.
  88 master-miss value 'N'.
77 wk-mst-redo pic x value 'N'.
  88 master-flagged value 'Y'.
77 wk-brm-state pic x value 'N'.
  88 branch-usable   value 'Y'.
  88 branch-unusable value 'N'.
77 wk-rej-count pic 9(7) value 0.
77 wk-abt-count pic 9(7) value 0.
77 wk-tight-count pic 9(7) value 0.
77 wk-deny-count pic 9(7) value 0.
77 wk-rqf-state pic x value 'N'.
  88 requesters-loaded value 'Y'.
77 wk-rqf-eof pic x value 'N'.
  88 requesters-done value 'Y'.
77 wk-use-eof pic x value 'N'.
  88 usage-done value 'Y'.
77 wk-rq-count pic 9(3) value 0.
77 wk-rq-limit pic 9(3) value 200.
77 wk-rq-bad pic 9(5) value 0.
77 wk-rx pic 9(3) value 0.
77 wk-rq pic 9(3) value 0.
77 wk-bx pic 99 value 0.
77 wk-deny pic x(2) value spaces.
  88 request-allowed value spaces.
01 requester-table.
  02 rq-entry occurs 200 times.
    03 rq-id     pic x(8).
    03 rq-status pic x.
      88 rq-active value 'A'.
    03 rq-day    pic 9(5).
    03 rq-cmp    pic 9(5).
    03 rq-branch pic x(3) occurs 10 times.
    03 rq-used   pic 9(5).
    03 rq-cmp-used pic 9(5).
77 diff      pic v9(5).
77 z         pic 9(11)v9(6).
77 k         pic s9999.
    88 op-valid  value ' ', 'S', 'C', '2' thru '9'.
    88 op-odd-degree value 'C', '3', '5', '7', '9'.
  02 in-branch pic x(3).
  02 filler   pic x(46).
  02 in-requester pic x(8).
01 eof-flag pic x value 'N'.
  88 no-more-records value 'N'.
  88 end-of-file    value 'Y'.
  02 filler pic x value space.
  02 filler pic x(20) value 'Iteration aborts:   '.
  02 eo-abt pic zzzzzz9.
01 exp-deny-line.
  02 filler pic x value space.
  02 filler pic x(20) value 'Denied (auth/quota):'.
  02 eo-deny pic zzzzzz9.
01 exp-tight-line.
  02 filler pic x value space.
  02 filler pic x(20) value 'Policy tightened:   '.
  move wk-now(1:8) to wk-today.
  move wk-today to wk-today-n.
  perform load-policy.
  perform load-requesters.
  perform load-usage.
  open input request-file.
  if ws-req-status not = '00'
    display 'sqrtexp: sqrtexp.dat open failed, status '
    stop run
  end-if.
  open output response-file.
  open extend usage-file.
  open i-o master-file.
  if ws-mst-status = '00' or ws-mst-status = '05'
    move 'Y' to wk-mst-state
    at end move 'Y' to eof-flag
  end-read.
  perform answer-request until end-of-file.
  close request-file, response-file, usage-file.
  if master-usable
    close master-file
  end-if.
  end-if.
  perform write-report.
  perform write-log.
  if wk-rej-count > 0 or wk-abt-count > 0 or wk-deny-count > 0
    move 4 to return-code
  end-if.
  if not requesters-loaded
    move 8 to return-code
  end-if.
  stop run.

answer-request.
  add 1 to wk-req-count.
  perform authorize-request.
  perform validate-branch.
  evaluate true
    when not request-allowed
      perform deny-request
    when branch-bad
      perform reject-request
      move 'BR' to rsp-status
    at end move 'Y' to eof-flag
  end-read.

authorize-request.
  move spaces to wk-deny.
  move 0 to wk-rq.
  perform match-requester
    varying wk-rx from 1 by 1
    until wk-rx > wk-rq-count or wk-rq > 0.
  evaluate true
    when wk-rq = 0
      move 'UA' to wk-deny
    when not rq-active(wk-rq)
      move 'UA' to wk-deny
    when other
      move 'UB' to wk-deny
      perform match-branch
        varying wk-bx from 1 by 1
        until wk-bx > 10 or request-allowed
      if request-allowed
        and rq-day(wk-rq) > 0 and rq-used(wk-rq) >= rq-day(wk-rq)
        move 'QD' to wk-deny
      end-if
  end-evaluate.

match-requester.
  if rq-id(wk-rx) = in-requester
    move wk-rx to wk-rq
  end-if.

match-branch.
  if rq-branch(wk-rq, wk-bx) = in-branch
    or rq-branch(wk-rq, wk-bx) = '***'
    move spaces to wk-deny
  end-if.

deny-request.
  add 1 to wk-deny-count.
  move wk-deny to rsp-status.
  move in-card to rsp-card.
  move 0 to rsp-y.
  move 0 to rsp-k.
  move in-op to rsp-op.
  move space to rsp-hit.
  move in-diff to rsp-diff.
  write rsp-record.
  perform log-usage.

log-usage.
  move wk-today to use-date.
  move wk-now(9:6) to use-time.
  move in-requester to use-req.
  move in-branch to use-branch.
  move rsp-op to use-op.
  move in-z to use-z.
  move rsp-diff to use-diff.
  move rsp-status to use-status.
  move rsp-hit to use-hit.
  move rsp-k to use-k.
  write use-record.
  if use-served and wk-rq > 0
    add 1 to rq-used(wk-rq)
    if not use-master-hit
      add 1 to rq-cmp-used(wk-rq)
    end-if
  end-if.

reject-request.
  add 1 to wk-rej-count.
  move in-card to rsp-card.
    move in-z to z
  end-if.
  perform lookup-master.
  if master-miss
    and rq-cmp(wk-rq) > 0 and rq-cmp-used(wk-rq) >= rq-cmp(wk-rq)
    if diff < in-diff
      subtract 1 from wk-tight-count
    end-if
    move 'QC' to wk-deny
    perform deny-request
  else
    perform compute-request
  end-if.

compute-request.
  if master-hit
    move mst-root to wk-signed-y
    move mst-iters to k
    move space to rsp-hit
    move diff to rsp-diff
    write rsp-record
    perform log-usage
  else
    if master-miss
      add 1 to wk-cmp-count
    end-if
    move diff to rsp-diff
    write rsp-record
    perform log-usage
  end-if.

lookup-master.
  move 'N' to wk-mst-found.
  move 'N' to wk-mst-redo.
  if master-usable
    move in-z to mst-z
    move diff to mst-diff
    end-if
    read master-file
      invalid key continue
      not invalid key
        if mst-failed
          move 'Y' to wk-mst-redo
        else
          move 'Y' to wk-mst-found
          perform touch-master
        end-if
    end-read
  end-if.

touch-master.
  if mst-hits not numeric
    move 0 to mst-hits
  end-if.
  if mst-hits < 9999999
    add 1 to mst-hits
  end-if.
  if mst-first not numeric
    move wk-today to mst-first
  end-if.
  move wk-today to mst-last.
  rewrite mst-record
    invalid key continue
  end-rewrite.

insert-master.
  if master-usable
    move in-z to mst-z
    end-if
    move wk-signed-y to mst-root
    move k to mst-iters
    move 0 to mst-hits
    move wk-today to mst-first
    move wk-today to mst-last
    move space to mst-flag
    if master-flagged
      rewrite mst-record
        invalid key continue
        not invalid key add 1 to wk-ins-count
      end-rewrite
    else
      write mst-record
        invalid key continue
        not invalid key add 1 to wk-ins-count
      end-write
    end-if
  end-if.

validate-branch.
    close policy-file
  end-if.

load-requesters.
  open input requester-file.
  if ws-rqf-status = '00'
    move 'Y' to wk-rqf-state
    read requester-file at end move 'Y' to wk-rqf-eof end-read
    perform load-requester until requesters-done
    close requester-file
  else
    if ws-rqf-status = '05'
      close requester-file
    end-if
    display 'sqrtexp: sqrtreq.dat not available -- no requests served'
  end-if.

load-requester.
  if rqf-id not = spaces
    and rqf-day is numeric and rqf-cmp is numeric
    and wk-rq-count < wk-rq-limit
    add 1 to wk-rq-count
    move rqf-id to rq-id(wk-rq-count)
    move rqf-status to rq-status(wk-rq-count)
    move rqf-day to rq-day(wk-rq-count)
    move rqf-cmp to rq-cmp(wk-rq-count)
    perform load-req-branch
      varying wk-bx from 1 by 1 until wk-bx > 10
    move 0 to rq-used(wk-rq-count)
    move 0 to rq-cmp-used(wk-rq-count)
  else
    add 1 to wk-rq-bad
  end-if.
  read requester-file at end move 'Y' to wk-rqf-eof end-read.

load-req-branch.
  move rqf-branch(wk-bx) to rq-branch(wk-rq-count, wk-bx).

load-usage.
  open input usage-file.
  if ws-use-status = '00'
    read usage-file at end move 'Y' to wk-use-eof end-read
    perform load-use-record until usage-done
    close usage-file
  else
    if ws-use-status = '05'
      close usage-file
    end-if
  end-if.

load-use-record.
  if use-date = wk-today-n and use-served
    move 0 to wk-rq
    perform match-used
      varying wk-rx from 1 by 1
      until wk-rx > wk-rq-count or wk-rq > 0
    if wk-rq > 0
      add 1 to rq-used(wk-rq)
      if not use-master-hit
        add 1 to rq-cmp-used(wk-rq)
      end-if
    end-if
  end-if.
  read usage-file at end move 'Y' to wk-use-eof end-read.

match-used.
  if rq-id(wk-rx) = use-req
    move wk-rx to wk-rq
  end-if.

find-policy.
  move 'N' to wk-pol-state.
  move 0 to wk-pol-rank.
  write rpt-line from exp-abt-line after advancing 1 lines.
  move wk-tight-count to eo-tight.
  write rpt-line from exp-tight-line after advancing 1 lines.
  move wk-deny-count to eo-deny.
  write rpt-line from exp-deny-line after advancing 1 lines.
  close report-file.

write-log.
  move wk-cmp-count to exl-cmp.
  move wk-rej-count to exl-rej.
  move wk-abt-count to exl-abt.
  move wk-deny-count to exl-deny.
  write exl-record.
  close log-file.
