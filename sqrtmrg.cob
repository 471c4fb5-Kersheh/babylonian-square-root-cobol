  file status is ws-ovr-status.
  select optional mtd-file assign to "sqrt.mtd"
  organization is line sequential.
  select optional ledger-file assign to "sqrt.ldg"
  organization is line sequential
  file status is ws-ldg-status.
  select optional source-file assign to "sqrtsrc.dat"
  organization is line sequential
  file status is ws-src-status.
  select optional hold-file assign to "sqrtsrc.hld"
  organization is line sequential
  file status is ws-hld-status.

data division.
file section.
    02 hst-min   pic s9(11)v9(6).
    02 hst-max   pic s9(11)v9(6).
    02 hst-avg   pic s9(11)v9(6).
    02 hst-source pic x(8).
fd part1-res.
  01 p1-res pic x(119).
fd part2-res.
  01 p2-res pic x(119).
fd part3-res.
  01 p3-res pic x(119).
fd part4-res.
  01 p4-res pic x(119).
fd part5-res.
  01 p5-res pic x(119).
fd part6-res.
  01 p6-res pic x(119).
fd part7-res.
  01 p7-res pic x(119).
fd part8-res.
  01 p8-res pic x(119).
fd part1-acc.
  01 p1-acc pic x(151).
fd part2-acc.
    02 mtd-min    pic s9(11)v9(6).
    02 mtd-max    pic s9(11)v9(6).
    02 mtd-sum    pic s9(15)v9(6).
    02 mtd-sq-hit  pic 9(7).
    02 mtd-cb-hit  pic 9(7).
    02 mtd-nth-hit pic 9(7).
fd ledger-file.
  01 ldg-record.
    02 ldg-type  pic x.
      88 ldg-begin value 'B'.
      88 ldg-post  value 'P'.
    02 ldg-cycle pic x(8).
    02 ldg-step  pic x(8).
    02 ldg-item  pic x(8).
    02 ldg-count pic 9(9).
    02 filler    pic x(46).
fd source-file.
  01 src-record.
    02 src-id     pic x(8).
    02 src-mand   pic x.
    02 src-cutoff pic 9(4).
    02 src-from   pic 9(8).
    02 src-thru   pic 9(8).
    02 src-name   pic x(30).
fd hold-file.
  01 hld-card pic x(162).
working-storage section.
77 ws-res-status pic xx.
77 ws-ldg-status pic xx.
77 wk-res-read pic 9(7) value 0.
77 wk-csv-rows pic 9(7) value 0.
77 wk-rej-rows pic 9(7) value 0.
77 wk-csv-hash pic s9(15)v9(6) value 0.
77 wk-csv-ptr pic 99 value 1.
77 wk-cycle-n pic 9(8) value 0.
77 ws-src-status pic xx.
77 ws-hld-status pic xx.
77 wk-src-eof pic x value 'N'.
  88 sources-done value 'Y'.
77 wk-hld-eof pic x value 'N'.
  88 holds-done value 'Y'.
77 wk-ldg-eof pic x value 'N'.
  88 ledger-done value 'Y'.
77 wk-spl-state pic x value 'N'.
  88 split-failed value 'Y'.
77 wk-held-count pic 9(7) value 0.
77 wk-src-count pic 9(3) value 0.
77 wk-src-limit pic 9(3) value 20.
77 wk-sx pic 9(3) value 0.
77 wk-mx pic 9(3) value 0.
77 wk-fs pic 9(3) value 0.
77 wk-cs pic 9(3) value 0.
77 wk-want-source pic x(8) value spaces.
77 wk-last-source pic x(8) value low-values.
77 wk-src-avg pic s9(11)v9(6) value 0.
77 ws-acc-status pic xx.
77 ws-brm-status pic xx.
77 wk-brm-state pic x value 'N'.
77 wk-br-sq  pic 9(7) value 0.
77 wk-br-cb  pic 9(7) value 0.
77 wk-br-nth pic 9(7) value 0.
77 wk-br-sq-hit  pic 9(7) value 0.
77 wk-br-cb-hit  pic 9(7) value 0.
77 wk-br-nth-hit pic 9(7) value 0.
77 wk-mtd-br-state pic x value 'Y'.
  88 mtd-branch-known   value 'Y'.
  88 mtd-branch-unknown value 'N'.
01 source-table.
  02 src-entry occurs 20 times.
    03 se-id     pic x(8).
    03 se-read   pic 9(7).
    03 se-count  pic 9(7).
    03 se-rej    pic 9(7).
    03 se-abt    pic 9(7).
    03 se-sum    pic s9(15)v9(6).
    03 se-min    pic s9(11)v9(6).
    03 se-max    pic s9(11)v9(6).
01 ledger-entry.
  02 le-type  pic x.
  02 le-cycle pic x(8).
  02 le-step  pic x(8) value 'SQRTMRG'.
  02 le-item  pic x(8).
  02 le-count pic 9(9).
  02 le-hash  pic s9(15)v9(6).
  02 le-date  pic x(8).
  02 le-time  pic x(6).
  02 filler   pic x(11) value spaces.
01 warn-table.
  02 warn-entry occurs 100 times.
    03 warn-z  pic s9(11)v9(6).
    88 res-badop value 'OP'.
    88 res-abort value 'IT'.
    88 res-badbr value 'BR'.
    88 res-dupl  value 'DU'.
  02 res-card   pic x(80).
  02 res-y      pic s9(11)v9(6).
  02 res-k      pic s9(4).
  02 res-op     pic x.
  02 res-hit    pic x.
  02 res-diff   pic v9(5).
  02 res-dup    pic x.
  02 res-first  pic 9(8).
01 acc-record.
  02 acc-date  pic 9(8).
  02 acc-exp   pic 9(7).
  02 in-diff  pic v9(5).
  02 in-op    pic x.
  02 in-branch pic x(3).
  02 filler   pic x(46).
  02 in-source pic x(8).
01 page-head-line.
  02 filler pic x value space.
  02 ph-jobname pic x(8) value 'SQRTJOB'.
  02 filler pic x(27) value '   Unknown or closed branch'.
  02 filler pic x value space.
  02 br-code pic x(3).
01 dup-mess.
  02 filler pic x value space.
  02 du-z   pic -(11)9.9(6).
  02 filler pic x(23) value '   Duplicate, first in '.
  02 du-first pic 9(8).
  02 du-note pic x(14).
01 abort-mess.
  02 filler pic x value space.
  02 outp-z pic -(11)9.9(6).
  02 filler pic x(37) value
     ' Cycle date set by operator override '.
  02 ovr-mess-date pic x(8).
01 spl-fail-mess.
  02 filler pic x(50) value
     ' Mandatory source not accepted -- see sqrtsrc.rpt'.
01 part-miss-mess.
  02 filler pic x(10) value ' Partition'.
  02 pm-px pic z9.
  02 filler pic x value space.
  02 out-brname pic x(30).
  02 filler pic x(8) value ' Summary'.
01 source-heading.
  02 filler pic x(9) value spaces.
  02 filler pic x(7) value 'Source '.
  02 out-source pic x(8).
  02 filler pic x(8) value ' Summary'.
01 trailer-held-line.
  02 filler pic x value space.
  02 filler pic x(20) value 'Records held:       '.
  02 out-held pic zzzzzz9.
01 trailer-rej-line.
  02 filler pic x value space.
  02 filler pic x(20) value 'Records rejected:   '.
  02 out-rej pic zzzzzz9.
01 trailer-abt-line.
  02 filler pic x value space.
  02 filler pic x(20) value 'Iteration aborts:   '.
  02 out-abt pic zzzzzz9.
01 trailer-exp-line.
  02 filler pic x value space.
  02 filler pic x(20) value 'Records expected:   '.
  string wk-now(9:2) ':' wk-now(11:2)
    delimited by size into ph-time.
  perform derive-cycle-date.
  move wk-cycle to wk-cycle-n.
  initialize source-table.
  perform load-sources.
  perform count-held.
  perform check-split.
  open output standard-output.
  open output report-file.
  open output csv-file.
    move ovr-used-mess to prt-area
    perform print-rpt
  end-if.
  if split-failed
    move spl-fail-mess to prt-area
    perform print-rpt
  end-if.
  perform gather-acc
    varying wk-px from 1 by 1 until wk-px > wk-n.
  if control-clean
  perform trailer.

finish.
  if control-failed or split-failed
    move 8 to return-code
  else
    if run-had-issue
    end-if
  end-if.
  perform write-history.
  perform post-ledger.
  if branch-usable
    close branch-file
  end-if.
    mtd-file.
  stop run.

post-ledger.
  open extend ledger-file.
  move 'P' to le-type.
  move 'READ' to le-item.
  move wk-records-read to le-count.
  move 0 to le-hash.
  perform write-ledger.
  move 'PROCESS' to le-item.
  move wk-count to le-count.
  move wk-csv-hash to le-hash.
  perform write-ledger.
  move 'CSVROWS' to le-item.
  move wk-csv-rows to le-count.
  perform write-ledger.
  move 0 to le-hash.
  move 'REJECT' to le-item.
  move wk-rej-count to le-count.
  perform write-ledger.
  move 'ABORT' to le-item.
  move wk-abt-count to le-count.
  perform write-ledger.
  move 'REJROWS' to le-item.
  move wk-rej-rows to le-count.
  perform write-ledger.
  move 'RESREAD' to le-item.
  move wk-res-read to le-count.
  perform write-ledger.
  move 'CTLFAIL' to le-item.
  if control-failed
    move 1 to le-count
  else
    move 0 to le-count
  end-if.
  perform write-ledger.
  close ledger-file.

write-ledger.
  move wk-cycle to le-cycle.
  move wk-now(1:8) to le-date.
  move wk-now(9:6) to le-time.
  write ldg-record from ledger-entry.

gather-acc.
  perform open-acc.
  if ws-acc-status not = '00'
  end-if.

merge-record.
  add 1 to wk-res-read.
  move res-card to in-card.
  perform find-card-source.
  add 1 to se-read(wk-cs).
  if not stream-started
    move 'Y' to wk-first-state
    move in-branch to wk-cur-branch
      move 'IV' to rej-reason
      move in-card to rej-orig
      write rej-card
      add 1 to wk-rej-rows
      add 1 to wk-br-rej
      add 1 to se-rej(wk-cs)
    when res-badop
      move in-z to op-z
      move op-mess to prt-area
      move 'OP' to rej-reason
      move in-card to rej-orig
      write rej-card
      add 1 to wk-rej-rows
      add 1 to wk-br-rej
      add 1 to se-rej(wk-cs)
    when res-abort
      move in-z to outp-z
      move res-y to outp-y
      move 'IT' to rej-reason
      move in-card to rej-orig
      write rej-card
      add 1 to wk-rej-rows
      add 1 to wk-br-abt
      add 1 to se-abt(wk-cs)
    when res-badbr
      move in-z to br-z
      move in-branch to br-code
      move 'BR' to rej-reason
      move in-card to rej-orig
      write rej-card
      add 1 to wk-rej-rows
      add 1 to wk-br-rej
      add 1 to se-rej(wk-cs)
    when res-dupl
      move in-z to du-z
      move res-first to du-first
      move ' -- rejected' to du-note
      move dup-mess to prt-area
      perform print-rpt
      move in-card to rej-data
      move 'DU' to rej-reason
      move in-card to rej-orig
      write rej-card
      add 1 to wk-rej-rows
      add 1 to wk-br-rej
      add 1 to se-rej(wk-cs)
  end-evaluate.
  perform read-res.

merge-ok.
  if res-dup = 'W'
    move in-z to du-z
    move res-first to du-first
    move ' -- warning' to du-note
    move dup-mess to prt-area
    perform print-rpt
  end-if.
  if in-diff is numeric and res-diff < in-diff
    add 1 to wk-tight-count
    if wk-tight-count <= 100
    move 'C' to csv-hit
  end-if.
  move spaces to csv-line.
  move 1 to wk-csv-ptr.
  string function trim(csv-z) delimited by size
    ',' delimited by size
    function trim(csv-y) delimited by size
    function trim(csv-k) delimited by size
    ',' delimited by size
    csv-hit delimited by size
    into csv-line with pointer wk-csv-ptr.
  if in-source not = spaces
    string ',' delimited by size
      in-source delimited by space
      into csv-line with pointer wk-csv-ptr
  end-if.
  write csv-line.
  add 1 to wk-csv-rows.
  add in-z to wk-csv-hash.
  add 1 to wk-br-count.
  add res-y to wk-br-sum.
  evaluate res-op
    when 'C' add 1 to wk-br-cb
    when other add 1 to wk-br-nth
  end-evaluate.
  if res-hit = 'H'
    evaluate res-op
      when 'S' add 1 to wk-br-sq-hit
      when 'C' add 1 to wk-br-cb-hit
      when other add 1 to wk-br-nth-hit
    end-evaluate
  end-if.
  if in-z < wk-br-min
    move in-z to wk-br-min
  end-if.
  if in-z > wk-br-max
    move in-z to wk-br-max
  end-if.
  add 1 to se-count(wk-cs).
  add res-y to se-sum(wk-cs).
  if in-z < se-min(wk-cs)
    move in-z to se-min(wk-cs)
  end-if.
  if in-z > se-max(wk-cs)
    move in-z to se-max(wk-cs)
  end-if.

open-res.
  evaluate wk-px
  move 0 to wk-br-sq.
  move 0 to wk-br-cb.
  move 0 to wk-br-nth.
  move 0 to wk-br-sq-hit.
  move 0 to wk-br-cb-hit.
  move 0 to wk-br-nth-hit.

check-mtd-branch.
  move 'Y' to wk-mtd-br-state.
  move wk-br-sq to mtd-sq.
  move wk-br-cb to mtd-cb.
  move wk-br-nth to mtd-nth.
  move wk-br-sq-hit to mtd-sq-hit.
  move wk-br-cb-hit to mtd-cb-hit.
  move wk-br-nth-hit to mtd-nth-hit.
  if wk-br-count > 0
    move wk-br-min to mtd-min
    move wk-br-max to mtd-max
  move wk-records-read to out-rcv.
  move trailer-rcv-line to prt-area.
  perform print-rpt.
  if wk-held-count > 0
    move wk-held-count to out-held
    move trailer-held-line to prt-area
    perform print-rpt
  end-if.
  move wk-count to out-count.
  move trailer-count-line to prt-area.
  perform print-rpt.
  move wk-avg to out-avg.
  move trailer-avg-line to prt-area.
  perform print-rpt.
  perform print-source-summary
    varying wk-sx from 1 by 1 until wk-sx > wk-src-count.
  if wk-warn-count > 0 or wk-warn-lost > 0
    move under-line to prt-area
    perform print-rpt
    end-if
  end-if.

print-source-summary.
  if se-id(wk-sx) not = spaces
    and (se-count(wk-sx) > 0 or se-rej(wk-sx) > 0
      or se-abt(wk-sx) > 0)
    move under-line to prt-area
    perform print-rpt
    move se-id(wk-sx) to out-source
    move source-heading to prt-area
    perform print-rpt
    move se-count(wk-sx) to out-count
    move trailer-count-line to prt-area
    perform print-rpt
    move se-rej(wk-sx) to out-rej
    move trailer-rej-line to prt-area
    perform print-rpt
    move se-abt(wk-sx) to out-abt
    move trailer-abt-line to prt-area
    perform print-rpt
    if se-count(wk-sx) > 0
      compute wk-src-avg = se-sum(wk-sx) / se-count(wk-sx)
    else
      move 0 to wk-src-avg
    end-if
    move wk-src-avg to out-avg
    move trailer-avg-line to prt-area
    perform print-rpt
  end-if.

print-tight.
  move tight-z(wk-tight-ix) to tight-out-z.
  move tight-op(wk-tight-ix) to tight-out-op.
  move wk-min to hst-min.
  move wk-max to hst-max.
  move wk-avg to hst-avg.
  move spaces to hst-source.
  write hst-record.
  perform write-source-history
    varying wk-sx from 1 by 1 until wk-sx > wk-src-count.
  close history-file.

write-source-history.
  if se-id(wk-sx) not = spaces
    and (se-read(wk-sx) > 0 or se-count(wk-sx) > 0
      or se-rej(wk-sx) > 0 or se-abt(wk-sx) > 0)
    move se-id(wk-sx) to hst-source
    move se-read(wk-sx) to hst-read
    move se-count(wk-sx) to hst-count
    move se-rej(wk-sx) to hst-rej
    move se-abt(wk-sx) to hst-abt
    if se-count(wk-sx) > 0
      move se-min(wk-sx) to hst-min
      move se-max(wk-sx) to hst-max
      compute hst-avg = se-sum(wk-sx) / se-count(wk-sx)
    else
      move 0 to hst-min
      move 0 to hst-max
      move 0 to hst-avg
    end-if
    write hst-record
  end-if.

load-sources.
  open input source-file.
  if ws-src-status = '00'
    read source-file at end move 'Y' to wk-src-eof end-read
    perform load-source until sources-done
    close source-file
  end-if.

load-source.
  if src-id not = spaces
    and (src-from not numeric or src-from <= wk-cycle-n)
    and (src-thru not numeric or src-thru = 0
      or src-thru >= wk-cycle-n)
    move src-id to wk-want-source
    perform find-source
    if wk-fs = 0 and wk-src-count < wk-src-limit
      perform add-source
    end-if
  end-if.
  read source-file at end move 'Y' to wk-src-eof end-read.

find-source.
  move 0 to wk-fs.
  perform match-source
    varying wk-mx from 1 by 1
    until wk-mx > wk-src-count or wk-fs > 0.

match-source.
  if se-id(wk-mx) = wk-want-source
    move wk-mx to wk-fs
  end-if.

add-source.
  if wk-src-count < wk-src-limit
    add 1 to wk-src-count
    move wk-src-count to wk-fs
    move wk-want-source to se-id(wk-fs)
    move 0 to se-read(wk-fs)
    move 0 to se-count(wk-fs)
    move 0 to se-rej(wk-fs)
    move 0 to se-abt(wk-fs)
    move 0 to se-sum(wk-fs)
    move 99999999999.999999 to se-min(wk-fs)
    move -99999999999.999999 to se-max(wk-fs)
  else
    move wk-src-limit to wk-fs
  end-if.

find-card-source.
  if in-source not = wk-last-source
    move in-source to wk-want-source
    perform find-source
    if wk-fs = 0
      perform add-source
    end-if
    move wk-fs to wk-cs
    move in-source to wk-last-source
  end-if.

count-held.
  open input hold-file.
  if ws-hld-status = '00'
    read hold-file at end move 'Y' to wk-hld-eof end-read
    perform count-held-card until holds-done
    close hold-file
  end-if.
  if wk-held-count > 0
    move 'Y' to wk-any-issue
  end-if.

check-split.
  open input ledger-file.
  if ws-ldg-status = '00'
    read ledger-file at end move 'Y' to wk-ldg-eof end-read
    perform take-split until ledger-done
    close ledger-file
  else
    if ws-ldg-status = '05'
      close ledger-file
    end-if
  end-if.

take-split.
  if ldg-begin
    move 'N' to wk-spl-state
  end-if.
  if ldg-post and ldg-step = 'SQRTSPL' and ldg-item = 'CTLFAIL'
    and ldg-cycle = wk-cycle and ldg-count is numeric
    and ldg-count > 0
    move 'Y' to wk-spl-state
  end-if.
  read ledger-file at end move 'Y' to wk-ldg-eof end-read.

count-held-card.
  add 1 to wk-held-count.
  read hold-file at end move 'Y' to wk-hld-eof end-read.
