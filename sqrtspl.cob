  select optional override-file assign to "sqrtovr.dat"
  organization is line sequential
  file status is ws-ovr-status.
  select optional branch-file assign to "branch.mst"
  organization is indexed
  access is random
  record key is brm-code
  file status is ws-brm-status.
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
  select dux1-file assign to "part1/sqrt.dux"
  organization is line sequential.
  select dux2-file assign to "part2/sqrt.dux"
  organization is line sequential.
  select dux3-file assign to "part3/sqrt.dux"
  organization is line sequential.
  select dux4-file assign to "part4/sqrt.dux"
  organization is line sequential.
  select dux5-file assign to "part5/sqrt.dux"
  organization is line sequential.
  select dux6-file assign to "part6/sqrt.dux"
  organization is line sequential.
  select dux7-file assign to "part7/sqrt.dux"
  organization is line sequential.
  select dux8-file assign to "part8/sqrt.dux"
  organization is line sequential.
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
  01 cal-record.
    02 cal-date  pic 9(8).
    02 cal-type  pic x.
      88 cal-business value 'B'.
    02 cal-cycle pic 9(8).
fd override-file.
  01 ovr-record.
    02 ovr-date pic 9(8).
fd branch-file.
  01 brm-record.
    02 brm-code   pic x(3).
    02 brm-name   pic x(30).
    02 brm-status pic x.
      88 branch-active value 'A'.
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
fd dux1-file.
  01 x1-record pic x(9).
fd dux2-file.
  01 x2-record pic x(9).
fd dux3-file.
  01 x3-record pic x(9).
fd dux4-file.
  01 x4-record pic x(9).
fd dux5-file.
  01 x5-record pic x(9).
fd dux6-file.
  01 x6-record pic x(9).
fd dux7-file.
  01 x7-record pic x(9).
fd dux8-file.
  01 x8-record pic x(9).
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
77 ws-cal-status pic xx.
77 ws-ldg-status pic xx.
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
77 wk-want-source pic x(8) value spaces.
77 wk-cur-source pic x(8) value spaces.
77 wk-seg-count pic 9(3) value 0.
77 wk-seg-limit pic 9(3) value 50.
77 wk-gx pic 9(3) value 0.
77 wk-seg-state pic x value 'N'.
  88 segment-open value 'Y'.
77 wk-accept-count pic 9(3) value 0.
77 wk-missing-count pic 9(3) value 0.
77 wk-rcv-count pic 9(7) value 0.
77 wk-rcv-hash pic s9(15)v9(6) value 0.
77 wk-held-count pic 9(7) value 0.
77 wk-held-hash pic s9(15)v9(6) value 0.
77 wk-reason-text pic x(28) value spaces.
77 wk-any-issue pic x value 'N'.
77 ws-ovr-status pic xx.
77 wk-cal-eof pic x value 'N'.
  88 calendar-done value 'Y'.
77 wk-ovr-state pic x value 'N'.
  88 override-used value 'Y'.
77 wk-cycle pic x(8).
77 wk-cycle-n pic 9(8) value 0.
77 wk-now pic x(21).
77 ws-brm-status pic xx.
77 wk-brm-state pic x value 'N'.
  88 branch-usable   value 'Y'.
  88 branch-unusable value 'N'.
77 wk-val-branch pic x(3) value low-values.
77 wk-val-state pic x value 'Y'.
  88 branch-good value 'Y'.
  88 branch-bad  value 'N'.
77 ws-dpk-status pic xx.
77 ws-dur-status pic xx.
77 wk-dpk-state pic x value 'N'.
  88 dupkey-usable   value 'Y'.
  88 dupkey-unusable value 'N'.
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
77 wk-dup-count pic 9(7) value 0.
77 wk-dup-acc   pic 9(7) value 0.
77 wk-dup-wrn   pic 9(7) value 0.
77 wk-dup-rej   pic 9(7) value 0.
77 wk-ring-count pic 9(5) value 0.
77 wk-ring-pos pic 9(3) value 1.
77 wk-ring-ix pic 9(4) value 0.
77 wk-int-first pic 9(7) value 0.
77 wk-int-cycle pic 9(7) value 0.
77 wk-parm pic x(20) value spaces.
77 wk-n  pic 9 value 4.
77 wk-px pic 9 value 0.
77 wk-hdr-image pic x(80).
77 wk-today pic x(8).
77 wk-out-card  pic x(80).
77 wk-ctl-state pic x value 'N'.
  88 control-failed value 'Y'.
  88 control-clean  value 'N'.
77 wk-srt-state pic x value 'N'.
  88 sort-done value 'Y'.
01 wk-hhmm-x.
  02 wk-hh pic xx.
  02 wk-mm pic xx.
01 wk-hhmm redefines wk-hhmm-x pic 9(4).
01 blank-line pic x(132) value spaces.
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
  02 le-step  pic x(8) value 'SQRTSPL'.
  02 le-item  pic x(8).
  02 le-count pic 9(9).
  02 le-hash  pic s9(15)v9(6).
  02 le-date  pic x(8).
  02 le-time  pic x(6).
  02 filler   pic x(11) value spaces.
01 dur-table.
  02 dur-entry occurs 300 times.
    03 dr-branch pic x(3).
    03 dr-action pic x.
    03 dr-window pic 9(3).
01 bday-ring.
  02 ring-date occurs 999 times pic 9(8).
01 dux-record.
  02 dux-action pic x.
  02 dux-first  pic 9(8).
01 part-totals.
  02 part-entry occurs 8 times.
    03 part-count pic 9(7).
  02 in-z     pic s9(11)v9(6).
  02 in-diff  pic v9(5).
  02 in-op    pic x.
    88 op-square value ' ', 'S'.
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
  02 out-trl-count pic 9(7).
  02 out-trl-hash  pic s9(15)v9(6).
  02 filler pic x(49) value spaces.
01 dup-head-line.
  02 filler pic x value space.
  02 dh-jobname pic x(8) value 'SQRTPAR'.
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
01 itk-head-line.
  02 filler pic x value space.
  02 ih-jobname pic x(8) value 'SQRTPAR'.
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
    end-if
  end-if.
  initialize part-totals.
  move function current-date to wk-now.
  move wk-now(1:8) to wk-today.
  perform derive-cycle-date.
  move wk-cycle to wk-cycle-n.
  perform begin-ledger.
  perform load-dup-rules.
  perform load-dup-calendar.
  if override-used
    display 'sqrtspl: cycle date set by operator override '
      wk-cycle
  end-if.
  initialize source-table segment-table.
  perform load-sources.
  perform survey-extracts.
  perform write-intake-report.
  if wk-seg-count = 0
    display 'sqrtspl: sqrt.dat header record missing'
  end-if.
  perform show-held-extract
    varying wk-gx from 1 by 1 until wk-gx > wk-seg-count.
  perform show-missing-source
    varying wk-sx from 1 by 1 until wk-sx > wk-src-count.
  move spaces to wk-hdr-image.
  string 'HDR' wk-cycle 'SQRTSPL' delimited by size
    into wk-hdr-image.
  open input input-file.
  sort sort-file on ascending key sort-branch
    with duplicates in order
    input procedure is spl-in
    output procedure is spl-out.
  close input-file.
  perform post-ledger.
  if control-failed
    display 'sqrtspl: mandatory source not accepted'
      ' -- accepted extracts dealt, run ends RC 8'
    move 8 to return-code
  else
    if wk-any-issue = 'Y'
      move 4 to return-code
    end-if
  end-if.
  display 'sqrtspl: ' wk-records-read ' records into '
    wk-n ' partitions'.
  stop run.

derive-cycle-date.
    close override-file
  end-if.

begin-ledger.
  open extend ledger-file.
  move 'B' to le-type.
  move 'PAR' to le-item.
  move 0 to le-count.
  move 0 to le-hash.
  perform write-ledger.
  close ledger-file.

post-ledger.
  open extend ledger-file.
  move 'P' to le-type.
  move 'TRLCOUNT' to le-item.
  move wk-exp-count to le-count.
  move wk-exp-hash to le-hash.
  perform write-ledger.
  move 'RECEIVED' to le-item.
  move wk-rcv-count to le-count.
  move wk-rcv-hash to le-hash.
  perform write-ledger.
  move 'HELD' to le-item.
  move wk-held-count to le-count.
  move wk-held-hash to le-hash.
  perform write-ledger.
  move 'READ' to le-item.
  move wk-records-read to le-count.
  move wk-hash to le-hash.
  perform write-ledger.
  move 0 to le-hash.
  move 'DEALT' to le-item.
  move wk-seq to le-count.
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
  else
    move wk-src-limit to wk-fs
  end-if.

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

show-held-extract.
  if not sg-accepted(wk-gx)
    perform reason-text
    if sg-src(wk-gx) = 0
      display 'sqrtspl: extract without header held -- '
        wk-reason-text
    else
      display 'sqrtspl: extract ' se-id(sg-src(wk-gx))
        ' held -- ' wk-reason-text
    end-if
  end-if.

show-missing-source.
  if se-registered(wk-sx) and se-seen(wk-sx) = 0
    if se-mandatory(wk-sx)
      display 'sqrtspl: mandatory source ' se-id(wk-sx)
        ' missing'
    else
      display 'sqrtspl: optional source ' se-id(wk-sx)
        ' missing'
    end-if
  end-if.

write-intake-report.
  open output intake-file.
  move wk-cycle to ih-cycle.
  string wk-now(1:4) '-' wk-now(5:2) '-' wk-now(7:2)
    delimited by size into ih-date.
  string wk-now(9:2) ':' wk-now(11:2)
    delimited by size into ih-time.
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

spl-in.
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

spl-out.
  perform open-dup.
  compute wk-chunk = (wk-records-read + wk-n - 1) / wk-n.
  if wk-chunk = 0
    move 1 to wk-chunk
  end-if.
  perform open-part
    varying wk-px from 1 by 1 until wk-px > wk-n.
  move wk-hdr-image to wk-out-card.
  perform write-part
    varying wk-px from 1 by 1 until wk-px > wk-n.
  perform spl-return.
  perform until sort-done
    add 1 to wk-seq
    compute wk-px = (wk-seq - 1) / wk-chunk + 1
    if wk-px > wk-n
      move wk-n to wk-px
    end-if
    add 1 to part-count(wk-px)
    if in-z is numeric
      add in-z to part-hash(wk-px)
    end-if
    move in-card to wk-out-card
    perform write-part
    perform screen-card
    perform spl-return
  end-perform.
  perform close-part
    varying wk-px from 1 by 1 until wk-px > wk-n.
  perform close-dup.

spl-return.
  return sort-file into in-card

open-part.
  evaluate wk-px
    when 1 open output part1-file dux1-file
    when 2 open output part2-file dux2-file
    when 3 open output part3-file dux3-file
    when 4 open output part4-file dux4-file
    when 5 open output part5-file dux5-file
    when 6 open output part6-file dux6-file
    when 7 open output part7-file dux7-file
    when 8 open output part8-file dux8-file
  end-evaluate.

write-part.
  move out-trl-card to wk-out-card.
  perform write-part.
  evaluate wk-px
    when 1 close part1-file dux1-file
    when 2 close part2-file dux2-file
    when 3 close part3-file dux3-file
    when 4 close part4-file dux4-file
    when 5 close part5-file dux5-file
    when 6 close part6-file dux6-file
    when 7 close part7-file dux7-file
    when 8 close part8-file dux8-file
  end-evaluate.

write-dux.
  evaluate wk-px
    when 1 write x1-record from dux-record
    when 2 write x2-record from dux-record
    when 3 write x3-record from dux-record
    when 4 write x4-record from dux-record
    when 5 write x5-record from dux-record
    when 6 write x6-record from dux-record
    when 7 write x7-record from dux-record
    when 8 write x8-record from dux-record
  end-evaluate.

screen-card.
  move space to wk-dup-action.
  move 0 to wk-dup-first.
  perform validate-branch.
  if branch-good and op-valid
    and in-z is numeric and in-diff is numeric
    if in-z > 0 or (in-z < 0 and op-odd-degree)
      perform check-duplicate
    end-if
  end-if.
  move wk-dup-action to dux-action.
  move wk-dup-first to dux-first.
  perform write-dux.

validate-branch.
  if branch-unusable
    move 'Y' to wk-val-state
  else
    if in-branch not = wk-val-branch
      move in-branch to wk-val-branch
      move 'N' to wk-val-state
      move in-branch to brm-code
      read branch-file
        invalid key continue
        not invalid key
          if branch-active
            move 'Y' to wk-val-state
          end-if
      end-read
    end-if
  end-if.

check-duplicate.
  move wk-seq to wk-dup-seq.
  if dupkey-usable
    perform build-dup-key
    read dupkey-file
      invalid key perform add-dup-key
      not invalid key perform judge-duplicate
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

open-dup.
  open input branch-file.
  if ws-brm-status = '00' or ws-brm-status = '05'
    move 'Y' to wk-brm-state
  end-if.
  open i-o dupkey-file.
  if ws-dpk-status = '00' or ws-dpk-status = '05'
    move 'Y' to wk-dpk-state
  end-if.
  open output dupreg-file.
  move wk-cycle to dh-cycle.
  string wk-now(1:4) '-' wk-now(5:2) '-' wk-now(7:2)
    delimited by size into dh-date.
  string wk-now(9:2) ':' wk-now(11:2)
    delimited by size into dh-time.
  write dup-line from dup-head-line after advancing 0 lines.
  write dup-line from dup-col-heads after advancing 2 lines.
  write dup-line from dup-under-line after advancing 1 lines.

close-dup.
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
  if dupkey-usable
    close dupkey-file
  end-if.
  if branch-usable
    close branch-file
  end-if.
