  file status is ws-tol-status.
  select optional mtd-file assign to "sqrt.mtd"
  organization is line sequential.
  select optional dupkey-file assign to "sqrt.dup"
  organization is indexed
  access is random
  record key is dpk-key
  file status is ws-dpk-status.
  select optional duprule-file assign to "sqrtdur.dat"
  organization is line sequential
  file status is ws-dur-status.
  select dupreg-file assign to "sqrtdup.rpt"
  organization is line sequential.
  select optional dux-file assign to "sqrt.dux"
  organization is line sequential
  file status is ws-dux-status.
  select optional ledger-file assign to "sqrt.ldg"
  organization is line sequential
  file status is ws-ldg-status.
  select optional source-file assign to "sqrtsrc.dat"
  organization is line sequential
  file status is ws-src-status.
  select hold-file assign to "sqrtsrc.hld"
  organization is line sequential.
  select intake-file assign to "sqrtsrc.rpt"
  organization is line sequential.

data division.
file section.
    02 ckp-br-sq      pic 9(7).
    02 ckp-br-cb      pic 9(7).
    02 ckp-br-nth     pic 9(7).
    02 ckp-br-sq-hit  pic 9(7).
    02 ckp-br-cb-hit  pic 9(7).
    02 ckp-br-nth-hit pic 9(7).
    02 ckp-csv-hash   pic s9(15)v9(6).
    02 ckp-src occurs 20 times.
      03 ckp-src-count pic 9(7).
      03 ckp-src-rej   pic 9(7).
      03 ckp-src-abt   pic 9(7).
      03 ckp-src-sum   pic s9(15)v9(6).
      03 ckp-src-min   pic s9(11)v9(6).
      03 ckp-src-max   pic s9(11)v9(6).
    02 ckp-dup-count  pic 9(7).
    02 ckp-dup-acc    pic 9(7).
    02 ckp-dup-wrn    pic 9(7).
    02 ckp-dup-rej    pic 9(7).
fd csv-file.
  01 csv-line pic x(80).
fd reject-file.
    02 res-op     pic x.
    02 res-hit    pic x.
    02 res-diff   pic v9(5).
    02 res-dup    pic x.
    02 res-first  pic 9(8).
fd acc-file.
  01 acc-record.
    02 acc-date  pic 9(8).
    02 hst-min   pic s9(11)v9(6).
    02 hst-max   pic s9(11)v9(6).
    02 hst-avg   pic s9(11)v9(6).
    02 hst-source pic x(8).
sd sort-file.
  01 sort-card.
    02 filler      pic x(23).
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
    02 mtd-min    pic s9(11)v9(6).
    02 mtd-max    pic s9(11)v9(6).
    02 mtd-sum    pic s9(15)v9(6).
    02 mtd-sq-hit  pic 9(7).
    02 mtd-cb-hit  pic 9(7).
    02 mtd-nth-hit pic 9(7).
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
fd dupreg-file.
  01 dup-line pic x(132).
fd dux-file.
  01 dux-record.
    02 dux-action pic x.
    02 dux-first  pic 9(8).
fd ledger-file.
  01 ldg-record pic x(80).
fd source-file.
  01 src-record.
    02 src-id     pic x(8).
    02 src-mand   pic x.
    02 src-cutoff pic 9(4).
    02 src-from   pic 9(8).
    02 src-thru   pic 9(8).
    02 src-name   pic x(30).
fd hold-file.
  01 hld-card.
    02 hld-data   pic x(80).
    02 hld-reason pic x(2).
    02 hld-orig   pic x(80).
fd intake-file.
  01 itk-line pic x(132).
working-storage section.
77 csv-z pic -(11)9.9(6).
77 csv-y pic -(11)9.9(6).
77 wk-mst-found pic x value 'N'.
  88 master-hit  value 'Y'.
  88 master-miss value 'N'.
77 wk-mst-redo pic x value 'N'.
  88 master-flagged value 'Y'.
77 ws-brm-status     pic xx.
77 wk-brm-state pic x value 'N'.
  88 branch-usable   value 'Y'.
77 wk-tight-count pic 9(7) value 0.
77 wk-tight-lost pic 9(7) value 0.
77 wk-tight-ix pic 9(3) value 0.
77 ws-dpk-status pic xx.
77 ws-dur-status pic xx.
77 ws-dux-status pic xx.
77 ws-ldg-status pic xx.
77 wk-csv-hash pic s9(15)v9(6) value 0.
77 wk-csv-ptr pic 99 value 1.
77 ws-src-status pic xx.
77 wk-src-eof pic x value 'N'.
  88 sources-done value 'Y'.
77 wk-reg-state pic x value 'N'.
  88 registry-used value 'Y'.
77 wk-src-count pic 9(3) value 0.
77 wk-src-limit pic 9(3) value 20.
77 wk-sx pic 9(3) value 0.
77 wk-mx pic 9(3) value 0.
77 wk-fs pic 9(3) value 0.
77 wk-cs pic 9(3) value 0.
77 wk-want-source pic x(8) value spaces.
77 wk-last-source pic x(8) value low-values.
77 wk-cur-source pic x(8) value spaces.
77 wk-seg-count pic 9(3) value 0.
77 wk-seg-limit pic 9(3) value 50.
77 wk-gx pic 9(3) value 0.
77 wk-seg-state pic x value 'N'.
  88 segment-open value 'Y'.
77 wk-accept-count pic 9(3) value 0.
77 wk-rcv-count pic 9(7) value 0.
77 wk-rcv-hash pic s9(15)v9(6) value 0.
77 wk-held-count pic 9(7) value 0.
77 wk-held-hash pic s9(15)v9(6) value 0.
77 wk-reason-text pic x(28) value spaces.
77 wk-missing-count pic 9(3) value 0.
77 wk-src-avg pic s9(11)v9(6) value 0.
77 wk-dpk-state pic x value 'N'.
  88 dupkey-usable   value 'Y'.
  88 dupkey-unusable value 'N'.
77 wk-dux-state pic x value 'N'.
  88 dux-usable value 'Y'.
  88 dux-open   value 'Y', 'E'.
77 wk-dur-eof pic x value 'N'.
  88 duprule-done value 'Y'.
77 wk-dur-count pic 9(3) value 0.
77 wk-dur-limit pic 9(3) value 300.
77 wk-dur-ix pic 9(3) value 0.
77 wk-dur-action pic x value 'W'.
77 wk-dur-window pic 9(3) value 5.
77 wk-dflt-action pic x value 'W'.
77 wk-dflt-window pic 9(3) value 5.
77 wk-dup-action pic x value space.
  88 dup-none   value space.
  88 dup-accept value 'A'.
  88 dup-warn   value 'W'.
  88 dup-reject value 'R'.
77 wk-dup-first pic 9(8) value 0.
77 wk-dup-age pic 9(4) value 0.
77 wk-dup-seq pic 9(7) value 0.
77 wk-dux-action pic x value space.
77 wk-dux-first pic 9(8) value 0.
77 wk-dup-count pic 9(7) value 0.
77 wk-dup-acc   pic 9(7) value 0.
77 wk-dup-wrn   pic 9(7) value 0.
77 wk-dup-rej   pic 9(7) value 0.
77 wk-dup-wd    pic 9(7) value 0.
77 wk-ring-count pic 9(5) value 0.
77 wk-ring-pos pic 9(3) value 1.
77 wk-ring-ix pic 9(4) value 0.
77 wk-int-first pic 9(7) value 0.
77 wk-int-cycle pic 9(7) value 0.
01 dur-table.
  02 dur-entry occurs 300 times.
    03 dr-branch pic x(3).
    03 dr-action pic x.
    03 dr-window pic 9(3).
01 bday-ring.
  02 ring-date occurs 999 times pic 9(8).
01 pol-table.
  02 pol-entry occurs 200 times.
    03 pe-branch pic x(3).
77 wk-br-sq  pic 9(7) value 0.
77 wk-br-cb  pic 9(7) value 0.
77 wk-br-nth pic 9(7) value 0.
77 wk-br-sq-hit  pic 9(7) value 0.
77 wk-br-cb-hit  pic 9(7) value 0.
77 wk-br-nth-hit pic 9(7) value 0.
77 wk-mtd-br-state pic x value 'Y'.
  88 mtd-branch-known   value 'Y'.
  88 mtd-branch-unknown value 'N'.
77 wk-max   pic s9(11)v9(6) value -99999999999.999999.
77 wk-sum   pic s9(15)v9(6) value 0.
77 wk-avg   pic s9(11)v9(6) value 0.
01 wk-hhmm-x.
  02 wk-hh pic xx.
  02 wk-mm pic xx.
01 wk-hhmm redefines wk-hhmm-x pic 9(4).
01 source-table.
  02 src-entry occurs 20 times.
    03 se-id     pic x(8).
    03 se-mand   pic x.
      88 se-mandatory value 'Y'.
    03 se-cutoff pic 9(4).
    03 se-reg    pic x.
      88 se-registered value 'Y'.
    03 se-seen   pic 9(3).
    03 se-state  pic x.
      88 se-accepted value 'A'.
    03 se-read   pic 9(7).
    03 se-count  pic 9(7).
    03 se-rej    pic 9(7).
    03 se-abt    pic 9(7).
    03 se-sum    pic s9(15)v9(6).
    03 se-min    pic s9(11)v9(6).
    03 se-max    pic s9(11)v9(6).
01 segment-table.
  02 seg-entry occurs 50 times.
    03 sg-src    pic 9(3).
    03 sg-state  pic x.
      88 sg-accepted value 'A'.
      88 sg-late     value 'L'.
    03 sg-reason pic x(2).
    03 sg-time   pic x(4).
    03 sg-trl    pic x.
      88 sg-trailer-found value 'Y'.
    03 sg-exp-count pic 9(7).
    03 sg-exp-hash  pic s9(15)v9(6).
    03 sg-read   pic 9(7).
    03 sg-hash   pic s9(15)v9(6).
01 ledger-entry.
  02 le-type  pic x.
  02 le-cycle pic x(8).
  02 le-step  pic x(8) value 'SQRTPROG'.
  02 le-item  pic x(8).
  02 le-count pic 9(9).
  02 le-hash  pic s9(15)v9(6).
  02 le-date  pic x(8).
  02 le-time  pic x(6).
  02 filler   pic x(11) value spaces.
01 in-card.
  02 in-z     pic s9(11)v9(6).
  02 in-diff  pic v9(5).
    88 op-valid  value ' ', 'S', 'C', '2' thru '9'.
    88 op-odd-degree value 'C', '3', '5', '7', '9'.
  02 in-branch pic x(3).
  02 filler   pic x(46).
  02 in-source pic x(8).
01 ctl-card redefines in-card.
  02 ctl-id   pic x(3).
    88 header-card  value 'HDR'.
  02 filler     pic x(3).
  02 hdr-date   pic 9(8).
  02 hdr-source pic x(8).
  02 hdr-time   pic x(4).
  02 filler     pic x(57).
01 trl-card redefines in-card.
  02 filler    pic x(3).
  02 trl-count pic 9(7).
  02 filler pic x(27) value '   Unknown or closed branch'.
  02 filler pic x value space.
  02 br-code pic x(3).
01 dup-mess.
  02 filler pic x value space.
  02 du-z   pic -(11)9.9(6).
  02 filler pic x(23) value '   Duplicate, first in '.
  02 du-first pic 9(8).
  02 du-note pic x(14).
01 dup-wd-mess.
  02 filler pic x value space.
  02 dw-z   pic -(11)9.9(6).
  02 filler pic x(32) value '   Duplicate withdrawn by rerun '.
01 dup-head-line.
  02 filler pic x value space.
  02 dh-jobname pic x(8) value 'SQRTJOB'.
  02 filler pic x(24) value spaces.
  02 filler pic x(18) value 'Duplicate Register'.
  02 filler pic x(4) value spaces.
  02 filler pic x(6) value 'Cycle '.
  02 dh-cycle pic x(8).
  02 filler pic x(7) value spaces.
  02 filler pic x(4) value 'Run '.
  02 dh-date pic x(10).
  02 filler pic x value space.
  02 dh-time pic x(5).
01 dup-col-heads.
  02 filler pic x(40) value
    '     Seq Br          Input value Op  Tol'.
  02 filler pic x(40) value
    '    First in  Age  Action               '.
01 dup-under-line.
  02 filler pic x(80) value all '-'.
01 dup-detail.
  02 filler pic x value space.
  02 dd-seq pic z(6)9.
  02 filler pic x value space.
  02 dd-branch pic x(3).
  02 filler pic x value space.
  02 dd-z pic -(11)9.9(6).
  02 filler pic x value space.
  02 dd-op pic x.
  02 filler pic x value space.
  02 dd-diff pic 9.9(5).
  02 filler pic x(2) value spaces.
  02 dd-first pic 9(8).
  02 filler pic x value space.
  02 dd-age pic zzz9.
  02 filler pic x(2) value spaces.
  02 dd-action pic x(8).
  02 dd-note pic x(10).
01 dup-none-line.
  02 filler pic x(30) value ' No duplicate cards this cycle'.
01 dup-total-line.
  02 filler pic x value space.
  02 dt-label pic x(24).
  02 dt-count pic zzzzzz9.
01 abort-mess.
  02 filler pic x value space.
  02 outp-z pic -(11)9.9(6).
01 trl-hash-mess.
  02 filler pic x(50) value
     ' Hash total does not match trailer -- file corrupt'.
01 src-held-mess.
  02 filler pic x(9) value ' Extract '.
  02 sh-source pic x(8).
  02 filler pic x value space.
  02 sh-status pic x(8).
  02 filler pic x(4) value ' -- '.
  02 sh-text pic x(28).
01 itk-head-line.
  02 filler pic x value space.
  02 ih-jobname pic x(8) value 'SQRTJOB'.
  02 filler pic x(24) value spaces.
  02 filler pic x(20) value 'Source Intake Status'.
  02 filler pic x(4) value spaces.
  02 filler pic x(6) value 'Cycle '.
  02 ih-cycle pic x(8).
  02 filler pic x(7) value spaces.
  02 filler pic x(4) value 'Run '.
  02 ih-date pic x(10).
  02 filler pic x value space.
  02 ih-time pic x(5).
01 itk-col-heads.
  02 filler pic x value space.
  02 filler pic x(8) value 'Source'.
  02 filler pic x(2) value spaces.
  02 filler pic x(4) value 'Mand'.
  02 filler pic x value space.
  02 filler pic x(6) value 'Cutoff'.
  02 filler pic x value space.
  02 filler pic x(5) value 'Sent'.
  02 filler pic x(2) value spaces.
  02 filler pic x(8) value 'Status'.
  02 filler pic x value space.
  02 filler pic x(7) value 'Trailer'.
  02 filler pic x value space.
  02 filler pic x(7) value '  Cards'.
  02 filler pic x value space.
  02 filler pic x(23) value '           Trailer hash'.
  02 filler pic x value space.
  02 filler pic x(23) value '             Cards hash'.
  02 filler pic x(2) value spaces.
  02 filler pic x(28) value 'Reason'.
01 itk-under-line.
  02 filler pic x(131) value all '-'.
01 itk-detail.
  02 filler pic x value space.
  02 id-source pic x(8).
  02 filler pic x(3) value spaces.
  02 id-mand pic x.
  02 filler pic x(2) value spaces.
  02 id-cutoff pic x(5).
  02 filler pic x(2) value spaces.
  02 id-sent pic x(5).
  02 filler pic x(2) value spaces.
  02 id-status pic x(8).
  02 filler pic x value space.
  02 id-exp pic zzzzzz9.
  02 filler pic x value space.
  02 id-rcv pic zzzzzz9.
  02 filler pic x value space.
  02 id-exp-hash pic -(15)9.9(6).
  02 filler pic x value space.
  02 id-hash pic -(15)9.9(6).
  02 filler pic x(2) value spaces.
  02 id-reason pic x(28).
01 itk-total-line.
  02 filler pic x value space.
  02 it-label pic x(24).
  02 it-count pic zzzzzz9.
01 itk-ctl-line.
  02 filler pic x value space.
  02 it-ctl-text pic x(60).
01 eof-flag pic x value 'N'.
  88 no-more-records value 'N'.
  88 end-of-file    value 'Y'.
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
  02 filler pic x value space.
  02 filler pic x(20) value 'Maximum iterations: '.
  02 out-kmax pic zzz9.
01 trailer-wd-line.
  02 filler pic x value space.
  02 filler pic x(20) value 'Repeats withdrawn:  '.
  02 out-wd pic zzzzzz9.
01 warn-heading.
  02 filler pic x value space.
  02 filler pic x(21) value 'Convergence warnings '.
string wk-now(9:2) ':' wk-now(11:2)
  delimited by size into ph-time.
perform derive-cycle-date.
initialize source-table segment-table.
if not part-mode
  perform begin-ledger
end-if.
perform load-policy.
if normal-mode
  perform load-dup-rules
  perform load-dup-calendar
end-if.
if rerun-mode
  move 'SQRTFIX' to ph-jobname
  perform load-checkpoint
  move 0 to wk-ckp-value
  perform save-checkpoint
else
  if part-mode
    perform load-checkpoint
    open input input-file
    read input-file into in-card
      at end move 'Y' to eof-flag
    end-read
    if end-of-file or not header-card or hdr-date not = wk-cycle
      move 'Y' to wk-hdr-state
      move 'Y' to wk-ctl-state
      move 'Y' to eof-flag
    end-if
    if header-bad
      perform open-outputs
      perform header
      perform trailer
    else
      sort sort-file on ascending key sort-branch
        with duplicates in order
        input procedure is sort-in
        output procedure is sort-out
    end-if
  else
    perform load-sources
    perform survey-extracts
    perform load-checkpoint
    perform write-intake-report
    open input input-file
    if wk-accept-count = 0
      move 'Y' to wk-hdr-state
      perform intake-pass
      perform open-outputs
      perform header
      perform trailer
    else
      sort sort-file on ascending key sort-branch
        with duplicates in order
        input procedure is intake-in
        output procedure is sort-out
    end-if
  end-if
end-if.

  end-if.
  if normal-mode
    close mtd-file
    perform dup-register-totals
  end-if.
  if dupkey-usable
    close dupkey-file
  end-if.
  if dux-open
    close dux-file
  end-if.
  if part-mode
    close results-file
    perform write-acc
  end-if.
  perform write-history.
  if not part-mode
    perform post-ledger
  end-if.
  close standard-output, report-file, csv-file, reject-file.
  stop run.

  move in-op to res-op.
  move space to res-hit.
  move in-diff to res-diff.
  move wk-dup-action to res-dup.
  move wk-dup-first to res-first.
  write res-record.

load-policy.
  move wk-min to hst-min.
  move wk-max to hst-max.
  move wk-avg to hst-avg.
  move spaces to hst-source.
  write hst-record.
  if not part-mode
    perform write-source-history
      varying wk-sx from 1 by 1 until wk-sx > wk-src-count
  end-if.
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

begin-ledger.
  open extend ledger-file.
  move 'B' to le-type.
  if rerun-mode
    move 'FIX' to le-item
  else
    move 'JOB' to le-item
  end-if.
  move 0 to le-count.
  move 0 to le-hash.
  perform write-ledger.
  close ledger-file.

post-ledger.
  open extend ledger-file.
  move 'P' to le-type.
  if normal-mode
    move 'TRLCOUNT' to le-item
    move wk-exp-count to le-count
    move wk-exp-hash to le-hash
    perform write-ledger
    move 'RECEIVED' to le-item
    move wk-rcv-count to le-count
    move wk-rcv-hash to le-hash
    perform write-ledger
    move 'HELD' to le-item
    move wk-held-count to le-count
    move wk-held-hash to le-hash
    perform write-ledger
  end-if.
  move 'READ' to le-item.
  move wk-records-read to le-count.
  move wk-hash to le-hash.
  perform write-ledger.
  move 'PROCESS' to le-item.
  move wk-count to le-count.
  move wk-csv-hash to le-hash.
  perform write-ledger.
  move 0 to le-hash.
  move 'REJECT' to le-item.
  move wk-rej-count to le-count.
  perform write-ledger.
  move 'ABORT' to le-item.
  move wk-abt-count to le-count.
  perform write-ledger.
  move 'WITHDRAW' to le-item.
  move wk-dup-wd to le-count.
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

open-outputs.
  if rerun-mode or wk-checkpoint > 0
    open extend report-file
  if ws-brm-status = '00' or ws-brm-status = '05'
    move 'Y' to wk-brm-state
  end-if.
  if part-mode
    open input dux-file
    evaluate ws-dux-status
      when '00' move 'Y' to wk-dux-state
      when '05' move 'E' to wk-dux-state
    end-evaluate
  else
    open i-o dupkey-file
    if ws-dpk-status = '00' or ws-dpk-status = '05'
      move 'Y' to wk-dpk-state
    end-if
  end-if.
  if normal-mode
    if wk-checkpoint > 0
      open extend dupreg-file
    else
      open output dupreg-file
      perform dup-register-head
    end-if
  end-if.

header.
  if wk-checkpoint = 0 and normal-mode
    move ovr-used-mess to prt-area
    perform print-rpt
  end-if.
  if normal-mode
    if wk-checkpoint = 0
      perform print-intake
    end-if
  else
    if header-bad
      if header-card
        move hdr-date to hdr-mess-got
        move wk-cycle to hdr-mess-want
        move hdr-date-mess to prt-area
      else
        move hdr-miss-mess to prt-area
      end-if
      perform print-rpt
    end-if
  end-if.

print-intake.
  if wk-seg-count = 0
    move hdr-miss-mess to prt-area
    perform print-rpt
  end-if.
  perform print-held-extract
    varying wk-gx from 1 by 1 until wk-gx > wk-seg-count.
  perform print-missing-source
    varying wk-sx from 1 by 1 until wk-sx > wk-src-count.

print-held-extract.
  if not sg-accepted(wk-gx)
    if sg-src(wk-gx) = 0
      move spaces to sh-source
    else
      move se-id(sg-src(wk-gx)) to sh-source
    end-if
    move 'held' to sh-status
    perform reason-text
    move wk-reason-text to sh-text
    move src-held-mess to prt-area
    perform print-rpt
  end-if.

print-missing-source.
  if se-registered(wk-sx) and se-seen(wk-sx) = 0
    move se-id(wk-sx) to sh-source
    move 'missing' to sh-status
    if se-mandatory(wk-sx)
      move 'mandatory source' to sh-text
    else
      move 'optional source' to sh-text
    end-if
    move src-held-mess to prt-area
    perform print-rpt
  end-if.

reason-text.
  evaluate sg-reason(wk-gx)
    when 'HM' move 'no header record' to wk-reason-text
    when 'HD' move 'header date not cycle date' to wk-reason-text
    when 'UR' move 'source not registered' to wk-reason-text
    when 'DX' move 'second extract from source' to wk-reason-text
    when 'TM' move 'trailer record missing' to wk-reason-text
    when 'TC' move 'count does not match trailer' to wk-reason-text
    when 'TH' move 'hash does not match trailer' to wk-reason-text
    when 'LT' move 'sent after source cutoff' to wk-reason-text
    when 'XS' move 'too many extracts in file' to wk-reason-text
    when other move spaces to wk-reason-text
  end-evaluate.

print-rpt.
  if part-mode
    write out-line from prt-area after advancing 1 lines
    end-if
  end-perform.

load-sources.
  open input source-file.
  if ws-src-status = '00'
    move 'Y' to wk-reg-state
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
      if src-mand = 'N'
        move 'N' to se-mand(wk-fs)
      end-if
      if src-cutoff is numeric
        move src-cutoff to se-cutoff(wk-fs)
      end-if
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
    move 'Y' to se-reg(wk-fs)
    move 'Y' to se-mand(wk-fs)
    move 0 to se-cutoff(wk-fs)
    move 0 to se-seen(wk-fs)
    move space to se-state(wk-fs)
    move 0 to se-read(wk-fs)
    perform clear-source
  else
    move wk-src-limit to wk-fs
  end-if.

clear-source.
  move 0 to se-count(wk-fs).
  move 0 to se-rej(wk-fs).
  move 0 to se-abt(wk-fs).
  move 0 to se-sum(wk-fs).
  move 99999999999.999999 to se-min(wk-fs).
  move -99999999999.999999 to se-max(wk-fs).

survey-extracts.
  open input input-file.
  read input-file into in-card
    at end move 'Y' to eof-flag
  end-read.
  perform survey-record until end-of-file.
  if segment-open
    perform close-segment
  end-if.
  close input-file.
  move 'N' to eof-flag.
  perform judge-segment
    varying wk-gx from 1 by 1 until wk-gx > wk-seg-count.
  perform judge-source
    varying wk-sx from 1 by 1 until wk-sx > wk-src-count.
  if wk-accept-count = 0
    move 'Y' to wk-ctl-state
  end-if.

survey-record.
  evaluate true
    when header-card
      if segment-open
        perform close-segment
      end-if
      perform survey-header
    when trailer-card
      if not segment-open
        perform open-orphan
      end-if
      move 'Y' to sg-trl(wk-gx)
      if trl-count is numeric and trl-hash is numeric
        move trl-count to sg-exp-count(wk-gx)
        move trl-hash to sg-exp-hash(wk-gx)
      end-if
      perform close-segment
    when other
      if not segment-open
        perform open-orphan
      end-if
      add 1 to sg-read(wk-gx)
      add 1 to wk-rcv-count
      if in-z is numeric
        add in-z to sg-hash(wk-gx)
        add in-z to wk-rcv-hash
      end-if
  end-evaluate.
  read input-file into in-card
    at end move 'Y' to eof-flag
  end-read.

survey-header.
  perform open-segment.
  move hdr-source to wk-want-source.
  perform find-source.
  if wk-fs = 0
    perform add-source
    if registry-used
      move 'N' to se-reg(wk-fs)
    end-if
  end-if.
  if sg-src(wk-gx) = 0
    move wk-fs to sg-src(wk-gx)
    move hdr-time to sg-time(wk-gx)
  end-if.
  add 1 to se-seen(wk-fs).
  move hdr-time to wk-hhmm-x.
  if sg-accepted(wk-gx)
    evaluate true
      when hdr-date not = wk-cycle
        move 'F' to sg-state(wk-gx)
        move 'HD' to sg-reason(wk-gx)
      when not se-registered(wk-fs)
        move 'F' to sg-state(wk-gx)
        move 'UR' to sg-reason(wk-gx)
      when se-state(wk-fs) = 'A' or se-state(wk-fs) = 'L'
        move 'F' to sg-state(wk-gx)
        move 'DX' to sg-reason(wk-gx)
      when se-cutoff(wk-fs) > 0 and wk-hhmm is numeric
        and wk-hhmm > se-cutoff(wk-fs)
        move 'L' to sg-state(wk-gx)
        move 'LT' to sg-reason(wk-gx)
    end-evaluate
  end-if.

open-segment.
  if wk-seg-count < wk-seg-limit
    add 1 to wk-seg-count
    move wk-seg-count to wk-gx
    move 'A' to sg-state(wk-gx)
  else
    move wk-seg-limit to wk-gx
    move 'F' to sg-state(wk-gx)
    move 'XS' to sg-reason(wk-gx)
  end-if.
  move 'Y' to wk-seg-state.

open-orphan.
  perform open-segment.
  if sg-accepted(wk-gx)
    move 'F' to sg-state(wk-gx)
    move 'HM' to sg-reason(wk-gx)
  end-if.

close-segment.
  move 'N' to wk-seg-state.
  if sg-accepted(wk-gx) or sg-late(wk-gx)
    evaluate true
      when not sg-trailer-found(wk-gx)
        move 'F' to sg-state(wk-gx)
        move 'TM' to sg-reason(wk-gx)
      when sg-read(wk-gx) not = sg-exp-count(wk-gx)
        move 'F' to sg-state(wk-gx)
        move 'TC' to sg-reason(wk-gx)
      when sg-hash(wk-gx) not = sg-exp-hash(wk-gx)
        move 'F' to sg-state(wk-gx)
        move 'TH' to sg-reason(wk-gx)
    end-evaluate
  end-if.
  if sg-src(wk-gx) > 0
    move sg-src(wk-gx) to wk-fs
    if sg-accepted(wk-gx)
      move 'A' to se-state(wk-fs)
    else
      if se-state(wk-fs) = space or se-state(wk-fs) = 'F'
        move sg-state(wk-gx) to se-state(wk-fs)
      end-if
    end-if
  end-if.

judge-segment.
  if sg-accepted(wk-gx)
    add 1 to wk-accept-count
    add sg-exp-count(wk-gx) to wk-exp-count
    add sg-exp-hash(wk-gx) to wk-exp-hash
  else
    add sg-read(wk-gx) to wk-held-count
    add sg-hash(wk-gx) to wk-held-hash
    move 'Y' to wk-any-issue
  end-if.

judge-source.
  if se-registered(wk-sx)
    if se-seen(wk-sx) = 0
      add 1 to wk-missing-count
    end-if
    if se-mandatory(wk-sx) and not se-accepted(wk-sx)
      move 'Y' to wk-ctl-state
    end-if
  end-if.

intake-in.
  perform intake-pass.

intake-pass.
  open output hold-file.
  move 0 to wk-gx.
  move 'N' to wk-seg-state.
  move spaces to wk-cur-source.
  read input-file into in-card
    at end move 'Y' to eof-flag
  end-read.
  perform intake-record until end-of-file.
  close hold-file.

intake-record.
  evaluate true
    when header-card
      perform next-segment
      move hdr-source to wk-cur-source
    when trailer-card
      if not segment-open
        perform next-segment
      end-if
      move 'N' to wk-seg-state
    when other
      if not segment-open
        perform next-segment
        move spaces to wk-cur-source
      end-if
      move wk-cur-source to in-source
      if sg-accepted(wk-gx)
        add 1 to wk-records-read
        add 1 to se-read(sg-src(wk-gx))
        if in-z is numeric
          add in-z to wk-hash
        end-if
        release sort-card from in-card
      else
        move in-card to hld-data
        move sg-reason(wk-gx) to hld-reason
        move in-card to hld-orig
        write hld-card
      end-if
  end-evaluate.
  read input-file into in-card
    at end move 'Y' to eof-flag
  end-read.

next-segment.
  add 1 to wk-gx.
  if wk-gx > wk-seg-limit
    move wk-seg-limit to wk-gx
  end-if.
  move 'Y' to wk-seg-state.

write-intake-report.
  open output intake-file.
  move wk-cycle to ih-cycle.
  move ph-date to ih-date.
  move ph-time to ih-time.
  write itk-line from itk-head-line.
  write itk-line from blank-line.
  write itk-line from itk-col-heads.
  write itk-line from itk-under-line.
  perform intake-segment-line
    varying wk-gx from 1 by 1 until wk-gx > wk-seg-count.
  perform intake-missing-line
    varying wk-sx from 1 by 1 until wk-sx > wk-src-count.
  write itk-line from itk-under-line.
  move 'Extracts received:' to it-label.
  move wk-seg-count to it-count.
  write itk-line from itk-total-line.
  move 'Extracts accepted:' to it-label.
  move wk-accept-count to it-count.
  write itk-line from itk-total-line.
  move 'Extracts held:' to it-label.
  compute it-count = wk-seg-count - wk-accept-count.
  write itk-line from itk-total-line.
  move 'Sources missing:' to it-label.
  move wk-missing-count to it-count.
  write itk-line from itk-total-line.
  move 'Cards received:' to it-label.
  move wk-rcv-count to it-count.
  write itk-line from itk-total-line.
  move 'Cards held:' to it-label.
  move wk-held-count to it-count.
  write itk-line from itk-total-line.
  write itk-line from blank-line.
  evaluate true
    when wk-accept-count = 0
      move 'No extract accepted -- nothing processed'
        to it-ctl-text
    when control-failed
      move 'Mandatory source not accepted -- run ends RC 8'
        to it-ctl-text
    when wk-held-count > 0
      move 'Held cards written to sqrtsrc.hld' to it-ctl-text
    when other
      move 'All extracts accepted' to it-ctl-text
  end-evaluate.
  write itk-line from itk-ctl-line.
  close intake-file.

intake-segment-line.
  if sg-src(wk-gx) = 0
    move '(none)' to id-source
    move space to id-mand
    move spaces to id-cutoff
  else
    move sg-src(wk-gx) to wk-fs
    perform intake-source-cols
  end-if.
  move sg-time(wk-gx) to wk-hhmm-x.
  if wk-hhmm is numeric
    move spaces to id-sent
    string wk-hh ':' wk-mm delimited by size into id-sent
  else
    move spaces to id-sent
  end-if.
  evaluate true
    when sg-accepted(wk-gx) move 'RECEIVED' to id-status
    when sg-late(wk-gx) move 'LATE' to id-status
    when other move 'FAILED' to id-status
  end-evaluate.
  move sg-exp-count(wk-gx) to id-exp.
  move sg-read(wk-gx) to id-rcv.
  move sg-exp-hash(wk-gx) to id-exp-hash.
  move sg-hash(wk-gx) to id-hash.
  if sg-accepted(wk-gx)
    move spaces to id-reason
  else
    perform reason-text
    move wk-reason-text to id-reason
  end-if.
  write itk-line from itk-detail.

intake-missing-line.
  if se-registered(wk-sx) and se-seen(wk-sx) = 0
    move wk-sx to wk-fs
    perform intake-source-cols
    move spaces to id-sent
    move 'MISSING' to id-status
    move 0 to id-exp
    move 0 to id-rcv
    move 0 to id-exp-hash
    move 0 to id-hash
    move 'no extract received' to id-reason
    write itk-line from itk-detail
  end-if.

intake-source-cols.
  move se-id(wk-fs) to id-source.
  if se-registered(wk-fs)
    move se-mand(wk-fs) to id-mand
  else
    move space to id-mand
  end-if.
  if se-cutoff(wk-fs) > 0
    move se-cutoff(wk-fs) to wk-hhmm
    move spaces to id-cutoff
    string wk-hh ':' wk-mm delimited by size into id-cutoff
  else
    move spaces to id-cutoff
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

sort-out.
  return sort-file into in-card
    at end move 'Y' to wk-srt-state
  end-if.
  perform until sort-done
    add 1 to wk-sorted-read
    if part-mode
      perform read-dux
    end-if
    if wk-sorted-read > wk-checkpoint
      if in-branch not = wk-cur-branch
        perform branch-break
    end-return
  end-perform.
  perform branch-break.
  if part-mode
    perform validate-trailer
  end-if.
  perform trailer.
  move 0 to wk-ckp-value.
  perform save-checkpoint.
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
      move fix-orig to wk-orig-card
    end-if
    add 1 to wk-records-read
    if fix-reason = 'DU' and fix-data = spaces
      perform withdraw-duplicate
    else
      perform process-card
    end-if
    read fix-file at end move 'Y' to eof-flag
  end-perform.

  if not rerun-mode
    move in-card to wk-orig-card
  end-if.
  perform find-card-source.
  if rerun-mode
    add 1 to se-read(wk-cs)
  end-if.
  move space to wk-dup-action.
  move 0 to wk-dup-first.
  perform validate-branch.
  if branch-bad
    move in-z to br-z
    end-if
    add 1 to wk-rej-count
    add 1 to wk-br-rej
    add 1 to se-rej(wk-cs)
    move 'Y' to wk-any-issue
  else
    perform process-edits
    end-if
    add 1 to wk-rej-count
    add 1 to wk-br-rej
    add 1 to se-rej(wk-cs)
    move 'Y' to wk-any-issue
  else
    if in-z is numeric and in-diff is numeric
      and (in-z > 0 or (in-z < 0 and op-odd-degree))
      perform screen-duplicate
    else
      move in-z to ot-z
      move error-mess to prt-area
      end-if
      add 1 to wk-rej-count
      add 1 to wk-br-rej
      add 1 to se-rej(wk-cs)
      move 'Y' to wk-any-issue
    end-if
  end-if.

screen-duplicate.
  evaluate true
    when normal-mode perform check-duplicate
    when part-mode
      move wk-dux-action to wk-dup-action
      move wk-dux-first to wk-dup-first
    when other perform register-dup-key
  end-evaluate.
  if dup-reject
    move in-z to du-z
    move wk-dup-first to du-first
    move ' -- rejected' to du-note
    move dup-mess to prt-area
    perform print-rpt
    move in-card to rej-data
    move 'DU' to rej-reason
    move wk-orig-card to rej-orig
    write rej-card
    if part-mode
      perform write-res-reject
    end-if
    add 1 to wk-rej-count
    add 1 to wk-br-rej
    add 1 to se-rej(wk-cs)
    move 'Y' to wk-any-issue
  else
    if dup-warn
      move in-z to du-z
      move wk-dup-first to du-first
      move ' -- warning' to du-note
      move dup-mess to prt-area
      perform print-rpt
      move 'Y' to wk-any-issue
    end-if
    perform sqrt
  end-if.

check-duplicate.
  move wk-sorted-read to wk-dup-seq.
  if dupkey-usable
    perform build-dup-key
    read dupkey-file
      invalid key perform add-dup-key
      not invalid key perform judge-duplicate
    end-read
  end-if.

register-dup-key.
  move 0 to wk-dup-seq.
  if dupkey-usable
    perform build-dup-key
    read dupkey-file
      invalid key perform add-dup-key
    end-read
  end-if.

build-dup-key.
  move in-z to dpk-z.
  move in-diff to dpk-diff.
  if op-square
    move 'S' to dpk-op
  else
    move in-op to dpk-op
  end-if.
  move in-branch to dpk-branch.

add-dup-key.
  perform build-dup-key.
  move wk-cycle-n to dpk-cycle.
  move wk-dup-seq to dpk-seq.
  write dpk-record
    invalid key continue
  end-write.

judge-duplicate.
  if dpk-cycle = wk-cycle-n and dpk-seq = wk-dup-seq
    continue
  else
    perform find-dup-rule
    perform compute-dup-age
    if wk-dup-age > wk-dur-window
      move wk-cycle-n to dpk-cycle
      move wk-dup-seq to dpk-seq
      rewrite dpk-record
        invalid key continue
      end-rewrite
    else
      move dpk-cycle to wk-dup-first
      move wk-dur-action to wk-dup-action
      perform write-dup-register
    end-if
  end-if.

find-dup-rule.
  move wk-dflt-action to wk-dur-action.
  move wk-dflt-window to wk-dur-window.
  perform match-dup-rule
    varying wk-dur-ix from 1 by 1
    until wk-dur-ix > wk-dur-count.

match-dup-rule.
  if dr-branch(wk-dur-ix) = in-branch
    move dr-action(wk-dur-ix) to wk-dur-action
    if dr-window(wk-dur-ix) > 0
      move dr-window(wk-dur-ix) to wk-dur-window
    end-if
  end-if.

compute-dup-age.
  move 0 to wk-dup-age.
  if dpk-cycle not numeric or dpk-cycle = 0
    move 9999 to wk-dup-age
  else
    if dpk-cycle < wk-cycle-n
      if wk-ring-count > 0
        perform count-dup-bday
          varying wk-ring-ix from 1 by 1
          until wk-ring-ix > wk-ring-count or wk-ring-ix > 999
      else
        compute wk-int-first = function integer-of-date(dpk-cycle)
        compute wk-int-cycle = function integer-of-date(wk-cycle-n)
        compute wk-dup-age = wk-int-cycle - wk-int-first
      end-if
    end-if
  end-if.

count-dup-bday.
  if ring-date(wk-ring-ix) > dpk-cycle
    add 1 to wk-dup-age
  end-if.

load-dup-rules.
  open input duprule-file.
  if ws-dur-status = '00'
    read duprule-file at end move 'Y' to wk-dur-eof end-read
    perform load-dup-rule until duprule-done
    close duprule-file
  end-if.

load-dup-rule.
  if dur-action = 'A' or dur-action = 'W' or dur-action = 'R'
    if dur-branch = '***'
      move dur-action to wk-dflt-action
      if dur-window is numeric and dur-window > 0
        move dur-window to wk-dflt-window
      end-if
    else
      if wk-dur-count < wk-dur-limit
        add 1 to wk-dur-count
        move dur-branch to dr-branch(wk-dur-count)
        move dur-action to dr-action(wk-dur-count)
        if dur-window is numeric
          move dur-window to dr-window(wk-dur-count)
        else
          move 0 to dr-window(wk-dur-count)
        end-if
      end-if
    end-if
  end-if.
  read duprule-file at end move 'Y' to wk-dur-eof end-read.

load-dup-calendar.
  move 'N' to wk-cal-eof.
  open input calendar-file.
  if ws-cal-status = '00'
    read calendar-file at end move 'Y' to wk-cal-eof end-read
    perform load-dup-bday until calendar-done
    close calendar-file
  end-if.

load-dup-bday.
  if cal-business and cal-date is numeric
    and cal-date <= wk-cycle-n
    add 1 to wk-ring-count
    move cal-date to ring-date(wk-ring-pos)
    if wk-ring-pos = 999
      move 1 to wk-ring-pos
    else
      add 1 to wk-ring-pos
    end-if
  end-if.
  read calendar-file at end move 'Y' to wk-cal-eof end-read.

read-dux.
  move space to wk-dux-action.
  move 0 to wk-dux-first.
  if dux-usable
    read dux-file
      at end move 'E' to wk-dux-state
      not at end
        move dux-action to wk-dux-action
        move dux-first to wk-dux-first
    end-read
  end-if.

withdraw-duplicate.
  move wk-orig-card to in-card.
  move in-z to dw-z.
  move dup-wd-mess to prt-area.
  perform print-rpt.
  write clr-record from wk-orig-card.
  add 1 to wk-dup-wd.

write-dup-register.
  add 1 to wk-dup-count.
  move wk-dup-seq to dd-seq.
  move in-branch to dd-branch.
  move in-z to dd-z.
  move dpk-op to dd-op.
  move in-diff to dd-diff.
  move wk-dup-first to dd-first.
  move wk-dup-age to dd-age.
  evaluate true
    when dup-accept
      move 'ACCEPTED' to dd-action
      add 1 to wk-dup-acc
    when dup-warn
      move 'WARNED' to dd-action
      add 1 to wk-dup-wrn
    when other
      move 'REJECTED' to dd-action
      add 1 to wk-dup-rej
  end-evaluate.
  if wk-dup-first = wk-cycle-n
    move 'this cycle' to dd-note
  else
    move spaces to dd-note
  end-if.
  write dup-line from dup-detail after advancing 1 lines.

dup-register-head.
  move wk-cycle to dh-cycle.
  move ph-date to dh-date.
  move ph-time to dh-time.
  write dup-line from dup-head-line after advancing 0 lines.
  write dup-line from blank-line after advancing 1 lines.
  write dup-line from dup-col-heads after advancing 1 lines.
  write dup-line from dup-under-line after advancing 1 lines.

dup-register-totals.
  if wk-dup-count = 0
    write dup-line from dup-none-line after advancing 1 lines
  end-if.
  write dup-line from dup-under-line after advancing 1 lines.
  move 'Repeats found:' to dt-label.
  move wk-dup-count to dt-count.
  write dup-line from dup-total-line after advancing 1 lines.
  move '  accepted' to dt-label.
  move wk-dup-acc to dt-count.
  write dup-line from dup-total-line after advancing 1 lines.
  move '  warned' to dt-label.
  move wk-dup-wrn to dt-count.
  write dup-line from dup-total-line after advancing 1 lines.
  move '  rejected to sqrt.rej' to dt-label.
  move wk-dup-rej to dt-count.
  write dup-line from dup-total-line after advancing 1 lines.
  close dupreg-file.

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
      end-rewrite
    else
      write mst-record
        invalid key continue
      end-write
    end-if
  end-if.

validate-branch.
        move ckp-br-sq to wk-br-sq
        move ckp-br-cb to wk-br-cb
        move ckp-br-nth to wk-br-nth
        if ckp-br-sq-hit is numeric and ckp-br-cb-hit is numeric
          and ckp-br-nth-hit is numeric
          move ckp-br-sq-hit to wk-br-sq-hit
          move ckp-br-cb-hit to wk-br-cb-hit
          move ckp-br-nth-hit to wk-br-nth-hit
        end-if
        if ckp-csv-hash is numeric
          move ckp-csv-hash to wk-csv-hash
        end-if
        if ckp-src-count(1) is numeric
          perform restore-source-ckp
            varying wk-sx from 1 by 1 until wk-sx > wk-src-count
        end-if
        if ckp-dup-count is numeric and ckp-dup-acc is numeric
          and ckp-dup-wrn is numeric and ckp-dup-rej is numeric
          move ckp-dup-count to wk-dup-count
          move ckp-dup-acc to wk-dup-acc
          move ckp-dup-wrn to wk-dup-wrn
          move ckp-dup-rej to wk-dup-rej
        end-if
      end-if
      if rerun-mode or wk-checkpoint > 0
        move ckp-line to wk-line-count
    close checkpoint-file
  end-if.

restore-source-ckp.
  move ckp-src-count(wk-sx) to se-count(wk-sx).
  move ckp-src-rej(wk-sx) to se-rej(wk-sx).
  move ckp-src-abt(wk-sx) to se-abt(wk-sx).
  move ckp-src-sum(wk-sx) to se-sum(wk-sx).
  move ckp-src-min(wk-sx) to se-min(wk-sx).
  move ckp-src-max(wk-sx) to se-max(wk-sx).

save-source-ckp.
  move se-count(wk-sx) to ckp-src-count(wk-sx).
  move se-rej(wk-sx) to ckp-src-rej(wk-sx).
  move se-abt(wk-sx) to ckp-src-abt(wk-sx).
  move se-sum(wk-sx) to ckp-src-sum(wk-sx).
  move se-min(wk-sx) to ckp-src-min(wk-sx).
  move se-max(wk-sx) to ckp-src-max(wk-sx).

reset-source-ckp.
  move wk-sx to wk-fs.
  perform clear-source.

validate-checkpoint.
  move 'N' to wk-ckp-stale.
  if wk-checkpoint > 0 and wk-ckp-first-key not = wk-first-key
    move 0 to wk-br-sq
    move 0 to wk-br-cb
    move 0 to wk-br-nth
    move 0 to wk-br-sq-hit
    move 0 to wk-br-cb-hit
    move 0 to wk-br-nth-hit
    move 0 to wk-csv-hash
    move 0 to wk-dup-count
    move 0 to wk-dup-acc
    move 0 to wk-dup-wrn
    move 0 to wk-dup-rej
    move 99999999999.999999 to wk-min
    move -99999999999.999999 to wk-max
    perform reset-source-ckp
      varying wk-sx from 1 by 1 until wk-sx > wk-src-count
  end-if.

save-checkpoint.
  move wk-br-sq to ckp-br-sq.
  move wk-br-cb to ckp-br-cb.
  move wk-br-nth to ckp-br-nth.
  move wk-br-sq-hit to ckp-br-sq-hit.
  move wk-br-cb-hit to ckp-br-cb-hit.
  move wk-br-nth-hit to ckp-br-nth-hit.
  move wk-csv-hash to ckp-csv-hash.
  perform save-source-ckp
    varying wk-sx from 1 by 1 until wk-sx > wk-src-limit.
  move wk-dup-count to ckp-dup-count.
  move wk-dup-acc to ckp-dup-acc.
  move wk-dup-wrn to ckp-dup-wrn.
  move wk-dup-rej to ckp-dup-rej.
  open output checkpoint-file.
  write ckp-record.
  close checkpoint-file.
      move in-op to res-op
      move space to res-hit
      move diff to res-diff
      move wk-dup-action to res-dup
      move wk-dup-first to res-first
      write res-record
    end-if
    add 1 to wk-abt-count
    add 1 to wk-br-abt
    add 1 to se-abt(wk-cs)
    move 'Y' to wk-any-issue
  else
    move in-z to out-z
        move 'C' to csv-hit
      end-if
      move spaces to csv-line
      move 1 to wk-csv-ptr
      string function trim(csv-z) delimited by size
        ',' delimited by size
        function trim(csv-y) delimited by size
        function trim(csv-k) delimited by size
        ',' delimited by size
        csv-hit delimited by size
        into csv-line with pointer wk-csv-ptr
      if in-source not = spaces
        string ',' delimited by size
          in-source delimited by space
          into csv-line with pointer wk-csv-ptr
      end-if
      write csv-line
      add in-z to wk-csv-hash
    end-if
    if master-hit
      add 1 to wk-hit-count
      evaluate out-op
        when 'S' add 1 to wk-br-sq-hit
        when 'C' add 1 to wk-br-cb-hit
        when other add 1 to wk-br-nth-hit
      end-evaluate
    else
      add 1 to wk-cmp-count
      perform insert-master
        move space to res-hit
      end-if
      move diff to res-diff
      move wk-dup-action to res-dup
      move wk-dup-first to res-first
      write res-record
    end-if
    add 1 to wk-count
    if in-z > wk-br-max
      move in-z to wk-br-max
    end-if
    add 1 to se-count(wk-cs)
    add wk-signed-y to se-sum(wk-cs)
    if in-z < se-min(wk-cs)
      move in-z to se-min(wk-cs)
    end-if
    if in-z > se-max(wk-cs)
      move in-z to se-max(wk-cs)
    end-if
  end-if.

trailer.
    move wk-records-read to out-rcv
    move trailer-rcv-line to prt-area
    perform print-rpt
    if wk-held-count > 0
      move wk-held-count to out-held
      move trailer-held-line to prt-area
      perform print-rpt
    end-if
  end-if.
  move wk-count to out-count.
  move trailer-count-line to prt-area.
  move wk-avg to out-avg.
  move trailer-avg-line to prt-area.
  perform print-rpt.
  if wk-dup-wd > 0
    move wk-dup-wd to out-wd
    move trailer-wd-line to prt-area
    perform print-rpt
  end-if.
  if not part-mode
    perform print-source-summary
      varying wk-sx from 1 by 1 until wk-sx > wk-src-count
  end-if.
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
