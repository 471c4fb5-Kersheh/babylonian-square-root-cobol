identification division.
program-id. sqrtbal.

environment division.
input-output section.
file-control.
  select optional ledger-file assign to "sqrt.ldg"
  organization is line sequential
  file status is ws-ldg-status.
  select report-file assign to "sqrtbal.rpt"
  organization is line sequential.

data division.
file section.
fd ledger-file.
  01 ldg-record.
    02 ldg-type  pic x.
      88 ldg-begin value 'B'.
      88 ldg-post  value 'P'.
    02 ldg-cycle pic x(8).
    02 ldg-step  pic x(8).
    02 ldg-item  pic x(8).
    02 ldg-count pic 9(9).
    02 ldg-hash  pic s9(15)v9(6).
    02 ldg-date  pic x(8).
    02 ldg-time  pic x(6).
    02 filler    pic x(11).
fd report-file.
  01 rpt-line pic x(132).
working-storage section.
77 ws-ldg-status pic xx.
77 wk-parm pic x(20) value spaces.
77 wk-want pic x(8) value spaces.
77 wk-now pic x(21).
77 wk-ldg-eof pic x value 'N'.
  88 ledger-done value 'Y'.
77 wk-ldg-read pic 9(7) value 0.
77 wk-ix pic 9(3) value 0.
77 wk-fx pic 9(3) value 0.
77 wk-item-limit pic 9(3) value 60.
77 wk-item-lost pic 9(5) value 0.
77 wk-base-csv  pic 9(9) value 0.
77 wk-base-hash pic s9(15)v9(6) value 0.
77 wk-base-rej  pic 9(9) value 0.
77 wk-ctl-step pic x(8) value spaces.
77 wk-cmp-step pic x(8) value spaces.
77 wk-get-step pic x(8) value spaces.
77 wk-get-item pic x(8) value spaces.
77 wk-got-count pic 9(9) value 0.
77 wk-got-hash pic s9(15)v9(6) value 0.
77 wk-got-state pic x value 'N'.
  88 item-posted     value 'Y'.
  88 item-not-posted value 'N'.
77 wk-left  pic 9(9) value 0.
77 wk-right pic 9(9) value 0.
77 wk-left-hash  pic s9(15)v9(6) value 0.
77 wk-right-hash pic s9(15)v9(6) value 0.
77 wk-left-state pic x value 'Y'.
  88 left-posted value 'Y'.
77 wk-right-state pic x value 'Y'.
  88 right-posted value 'Y'.
77 wk-diff pic s9(9) value 0.
77 wk-ck-desc pic x(54) value spaces.
77 wk-ck-count pic 9(3) value 0.
77 wk-out-count pic 9(3) value 0.
77 wk-notrun-count pic 9(3) value 0.
77 wk-ctl-fail pic x value 'N'.
  88 controls-failed value 'Y'.
77 wk-line-count pic 9(3) value 0.
77 wk-page-num   pic 9(4) value 0.
77 wk-page-limit pic 9(3) value 60.
01 cur-sect.
  02 cs-state pic x.
    88 cs-open value 'Y'.
  02 cs-job   pic x(3).
  02 cs-cycle pic x(8).
  02 cs-step  pic x(8).
  02 cs-date  pic x(8).
  02 cs-time  pic x(6).
  02 cs-base-csv  pic 9(9).
  02 cs-base-hash pic s9(15)v9(6).
  02 cs-base-rej  pic 9(9).
  02 cs-proc      pic 9(9).
  02 cs-proc-hash pic s9(15)v9(6).
  02 cs-rej       pic 9(9).
  02 cs-abt       pic 9(9).
  02 cs-count pic 9(3).
  02 cs-entry occurs 60 times.
    03 ci-step  pic x(8).
    03 ci-item  pic x(8).
    03 ci-count pic 9(9).
    03 ci-hash  pic s9(15)v9(6).
01 sel-sect.
  02 ss-state pic x.
    88 ss-found value 'Y'.
  02 ss-job   pic x(3).
    88 ss-job-run value 'JOB'.
    88 ss-par-run value 'PAR'.
    88 ss-fix-run value 'FIX'.
  02 ss-cycle pic x(8).
  02 ss-step  pic x(8).
  02 ss-date  pic x(8).
  02 ss-time  pic x(6).
  02 ss-base-csv  pic 9(9).
  02 ss-base-hash pic s9(15)v9(6).
  02 ss-base-rej  pic 9(9).
  02 ss-proc      pic 9(9).
  02 ss-proc-hash pic s9(15)v9(6).
  02 ss-rej       pic 9(9).
  02 ss-abt       pic 9(9).
  02 ss-count pic 9(3).
  02 ss-entry occurs 60 times.
    03 si-step  pic x(8).
    03 si-item  pic x(8).
    03 si-count pic 9(9).
    03 si-hash  pic s9(15)v9(6).
01 prt-area pic x(132).
01 blank-line pic x(132) value spaces.
01 page-head-line.
  02 filler pic x value space.
  02 ph-jobname pic x(8) value 'SQRTBAL'.
  02 filler pic x(22) value spaces.
  02 filler pic x(27) value 'Run Control Balancing Sheet'.
  02 filler pic x(18) value spaces.
  02 filler pic x(4) value 'Run '.
  02 ph-date pic x(10).
  02 filler pic x value space.
  02 ph-time pic x(5).
  02 filler pic x(24) value spaces.
  02 filler pic x(5) value 'Page '.
  02 ph-page pic zzz9.
01 under-line.
  02 filler pic x(110) value all '-'.
01 sect-line.
  02 filler pic x(7) value ' Cycle '.
  02 sl-cycle pic x(8).
  02 filler pic x(6) value '  Job '.
  02 sl-job pic x(8).
  02 filler pic x(19) value '  ledger opened by '.
  02 sl-step pic x(8).
  02 filler pic x(4) value ' on '.
  02 sl-date pic x(8).
  02 filler pic x value space.
  02 sl-time pic x(6).
01 carry-line.
  02 filler pic x(40) value
    ' Carried from earlier runs this cycle:  '.
  02 filler pic x(15) value 'sqrt.csv rows '.
  02 cy-csv pic zzzzzzzz9.
  02 filler pic x(16) value '  sqrt.rej rows '.
  02 cy-rej pic zzzzzzzz9.
01 post-heading.
  02 filler pic x(9) value spaces.
  02 filler pic x(13) value 'Step postings'.
01 post-col-heads.
  02 filler pic x value space.
  02 filler pic x(8) value 'Step'.
  02 filler pic x(2) value spaces.
  02 filler pic x(8) value 'Item'.
  02 filler pic x(2) value spaces.
  02 filler pic x(11) value '      Count'.
  02 filler pic x(2) value spaces.
  02 filler pic x(23) value '             Hash total'.
01 post-line.
  02 filler pic x value space.
  02 pl-step pic x(8).
  02 filler pic x(2) value spaces.
  02 pl-item pic x(8).
  02 filler pic x(2) value spaces.
  02 pl-count pic zzz,zzz,zz9.
  02 filler pic x(2) value spaces.
  02 pl-hash pic -(14)9.9(6).
01 check-heading.
  02 filler pic x(9) value spaces.
  02 filler pic x(16) value 'Balancing checks'.
01 check-col-heads.
  02 filler pic x value space.
  02 filler pic x(54) value 'Check'.
  02 filler pic x(2) value spaces.
  02 filler pic x(23) value '                   Left'.
  02 filler pic x(2) value spaces.
  02 filler pic x(23) value '                  Right'.
  02 filler pic x(2) value spaces.
  02 filler pic x(11) value 'Result'.
01 check-count-line.
  02 filler pic x value space.
  02 cc-desc pic x(54).
  02 filler pic x(2) value spaces.
  02 filler pic x(12) value spaces.
  02 cc-left pic zzz,zzz,zz9.
  02 filler pic x(2) value spaces.
  02 filler pic x(12) value spaces.
  02 cc-right pic zzz,zzz,zz9.
  02 filler pic x(2) value spaces.
  02 cc-result pic x(11).
  02 cc-diff-area pic x(10).
  02 cc-diff redefines cc-diff-area pic -(9)9.
01 check-hash-line.
  02 filler pic x value space.
  02 ch-desc pic x(54).
  02 filler pic x(2) value spaces.
  02 ch-left pic -(14)9.9(6).
  02 filler pic x(2) value spaces.
  02 ch-right pic -(14)9.9(6).
  02 filler pic x(2) value spaces.
  02 ch-result pic x(11).
01 ctl-fail-mess.
  02 filler pic x(54) value
    ' Compute step failed its control validation'.
01 lost-mess.
  02 filler pic x(40) value
    ' Postings beyond the table, not listed: '.
  02 lm-count pic zzzz9.
01 result-line.
  02 filler pic x value space.
  02 rl-text pic x(70).
01 none-mess.
  02 filler pic x(38) value ' No run control ledger section found '.
  02 nm-want pic x(8).

procedure division.
main.
  accept wk-parm from command-line.
  if function trim(wk-parm) not = spaces
    move function trim(wk-parm) to wk-want
    if wk-want not numeric
      display 'sqrtbal: cycle must be yyyymmdd'
      move 8 to return-code
      stop run
    end-if
  end-if.
  move function current-date to wk-now.
  string wk-now(1:4) '-' wk-now(5:2) '-' wk-now(7:2)
    delimited by size into ph-date.
  string wk-now(9:2) ':' wk-now(11:2)
    delimited by size into ph-time.
  initialize cur-sect.
  initialize sel-sect.
  open input ledger-file.
  if ws-ldg-status = '00'
    read ledger-file at end move 'Y' to wk-ldg-eof end-read
    perform take-ledger until ledger-done
    close ledger-file
  end-if.
  perform close-section.
  open output report-file.
  perform page-break.
  if not ss-found
    move wk-want to nm-want
    move none-mess to prt-area
    perform print-rpt
    move 8 to return-code
  else
    perform balance-sheet
    if wk-out-count > 0 or controls-failed
      move 8 to return-code
    else
      if wk-notrun-count > 0
        move 4 to return-code
      end-if
    end-if
  end-if.
  close report-file.
  display 'sqrtbal: cycle ' ss-cycle ' ' ss-job ', '
    wk-ck-count ' checks, ' wk-out-count ' out of balance, '
    wk-notrun-count ' not run'.
  stop run.

take-ledger.
  add 1 to wk-ldg-read.
  evaluate true
    when ldg-begin
      perform start-section
    when ldg-post
      if cs-open
        perform store-item
      end-if
  end-evaluate.
  read ledger-file at end move 'Y' to wk-ldg-eof end-read.

start-section.
  perform close-section.
  if ldg-item = 'FIX' and cs-open and cs-cycle = ldg-cycle
    compute wk-base-csv = cs-base-csv + cs-proc
    compute wk-base-hash = cs-base-hash + cs-proc-hash
    compute wk-base-rej = cs-base-rej + cs-rej + cs-abt
  else
    move 0 to wk-base-csv
    move 0 to wk-base-hash
    move 0 to wk-base-rej
  end-if.
  initialize cur-sect.
  move 'Y' to cs-state.
  move ldg-item to cs-job.
  move ldg-cycle to cs-cycle.
  move ldg-step to cs-step.
  move ldg-date to cs-date.
  move ldg-time to cs-time.
  move wk-base-csv to cs-base-csv.
  move wk-base-hash to cs-base-hash.
  move wk-base-rej to cs-base-rej.

close-section.
  if cs-open and (wk-want = spaces or cs-cycle = wk-want)
    move cur-sect to sel-sect
  end-if.

store-item.
  if ldg-count not numeric
    move 0 to ldg-count
  end-if.
  if ldg-hash not numeric
    move 0 to ldg-hash
  end-if.
  move 0 to wk-fx.
  perform match-item
    varying wk-ix from 1 by 1 until wk-ix > cs-count.
  if wk-fx = 0
    if cs-count < wk-item-limit
      add 1 to cs-count
      move cs-count to wk-fx
      move ldg-step to ci-step(wk-fx)
      move ldg-item to ci-item(wk-fx)
    else
      add 1 to wk-item-lost
    end-if
  end-if.
  if wk-fx > 0
    move ldg-count to ci-count(wk-fx)
    move ldg-hash to ci-hash(wk-fx)
  end-if.
  evaluate ldg-item
    when 'PROCESS'
      move ldg-count to cs-proc
      move ldg-hash to cs-proc-hash
    when 'REJECT'
      move ldg-count to cs-rej
    when 'ABORT'
      move ldg-count to cs-abt
  end-evaluate.

match-item.
  if ci-step(wk-ix) = ldg-step and ci-item(wk-ix) = ldg-item
    move wk-ix to wk-fx
  end-if.

balance-sheet.
  move ss-cycle to sl-cycle.
  evaluate true
    when ss-par-run move 'SQRTPAR' to sl-job
    when ss-fix-run move 'SQRTFIX' to sl-job
    when other move 'SQRTJOB' to sl-job
  end-evaluate.
  move ss-step to sl-step.
  move ss-date to sl-date.
  move ss-time to sl-time.
  move sect-line to prt-area.
  perform print-rpt.
  if ss-base-csv > 0 or ss-base-rej > 0
    move ss-base-csv to cy-csv
    move ss-base-rej to cy-rej
    move carry-line to prt-area
    perform print-rpt
  end-if.
  move blank-line to prt-area.
  perform print-rpt.
  move post-heading to prt-area.
  perform print-rpt.
  move post-col-heads to prt-area.
  perform print-rpt.
  move under-line to prt-area.
  perform print-rpt.
  perform list-posting
    varying wk-ix from 1 by 1 until wk-ix > ss-count.
  if wk-item-lost > 0
    move wk-item-lost to lm-count
    move lost-mess to prt-area
    perform print-rpt
  end-if.
  move blank-line to prt-area.
  perform print-rpt.
  move check-heading to prt-area.
  perform print-rpt.
  move check-col-heads to prt-area.
  perform print-rpt.
  move under-line to prt-area.
  perform print-rpt.
  if ss-par-run
    move 'SQRTSPL' to wk-ctl-step
    move 'SQRTMRG' to wk-cmp-step
  else
    move 'SQRTPROG' to wk-ctl-step
    move 'SQRTPROG' to wk-cmp-step
  end-if.
  evaluate true
    when ss-par-run perform check-split-merge
    when ss-fix-run perform check-fix-input
    when other perform check-job-input
  end-evaluate.
  perform check-csv-handoff.
  if not ss-fix-run
    perform check-warehouse
  end-if.
  perform check-reject-handoff.
  move wk-ctl-step to wk-get-step.
  perform check-ctlfail.
  if wk-cmp-step not = wk-ctl-step
    move wk-cmp-step to wk-get-step
    perform check-ctlfail
  end-if.
  if controls-failed
    move ctl-fail-mess to prt-area
    perform print-rpt
  end-if.
  move under-line to prt-area.
  perform print-rpt.
  evaluate true
    when wk-out-count > 0
      move 'RECORDS MISSING BETWEEN STEPS -- hold the cycle'
        to rl-text
    when controls-failed
      move 'Extract failed its controls -- nothing released'
        to rl-text
    when wk-notrun-count > 0
      move 'Balance incomplete -- a step did not post its counts'
        to rl-text
    when other
      move 'All records accounted for' to rl-text
  end-evaluate.
  move result-line to prt-area.
  perform print-rpt.

check-ctlfail.
  move 'CTLFAIL' to wk-get-item.
  perform get-item.
  if item-posted and wk-got-count > 0
    move 'Y' to wk-ctl-fail
  end-if.

list-posting.
  move si-step(wk-ix) to pl-step.
  move si-item(wk-ix) to pl-item.
  move si-count(wk-ix) to pl-count.
  move si-hash(wk-ix) to pl-hash.
  move post-line to prt-area.
  perform print-rpt.

check-job-input.
  move 'SQRTPROG' to wk-get-step.
  perform check-intake.
  move 'Trailer count = records read' to wk-ck-desc.
  perform start-check.
  move 'TRLCOUNT' to wk-get-item.
  perform add-left.
  move 'READ' to wk-get-item.
  perform add-right.
  perform judge-count.
  move 'Trailer hash = hash of records read' to wk-ck-desc.
  perform judge-hash.
  move 'Trailer count = processed + rejected + aborted'
    to wk-ck-desc.
  perform start-check.
  move 'TRLCOUNT' to wk-get-item.
  perform add-left.
  perform add-compute-out.
  perform judge-count.

check-intake.
  move 'Cards received = records read + held' to wk-ck-desc.
  perform start-check.
  move 'RECEIVED' to wk-get-item.
  perform add-left.
  move 'READ' to wk-get-item.
  perform add-right.
  move 'HELD' to wk-get-item.
  perform add-right.
  perform judge-count.
  move 'Received hash = read hash + held hash' to wk-ck-desc.
  perform judge-hash.

check-split-merge.
  move 'SQRTSPL' to wk-get-step.
  perform check-intake.
  move 'Trailer count = records read' to wk-ck-desc.
  perform start-check.
  move 'TRLCOUNT' to wk-get-item.
  perform add-left.
  move 'READ' to wk-get-item.
  perform add-right.
  perform judge-count.
  move 'Trailer hash = hash of records read' to wk-ck-desc.
  perform judge-hash.
  move 'Cards dealt = partition records read' to wk-ck-desc.
  perform start-check.
  move 'DEALT' to wk-get-item.
  perform add-left.
  move 'SQRTMRG' to wk-get-step.
  move 'READ' to wk-get-item.
  perform add-right.
  perform judge-count.
  move 'Trailer count = processed + rejected + aborted'
    to wk-ck-desc.
  perform start-check.
  move 'SQRTSPL' to wk-get-step.
  move 'TRLCOUNT' to wk-get-item.
  perform add-left.
  perform add-compute-out.
  perform judge-count.
  move 'Partition results merged = records read' to wk-ck-desc.
  perform start-check.
  move 'SQRTMRG' to wk-get-step.
  move 'RESREAD' to wk-get-item.
  perform add-left.
  move 'READ' to wk-get-item.
  perform add-right.
  perform judge-count.
  move 'Processed = sqrt.csv rows written' to wk-ck-desc.
  perform start-check.
  move 'PROCESS' to wk-get-item.
  perform add-left.
  move 'CSVROWS' to wk-get-item.
  perform add-right.
  perform judge-count.
  move 'Rejected + aborted = sqrt.rej rows written'
    to wk-ck-desc.
  perform start-check.
  move 'REJECT' to wk-get-item.
  perform add-left.
  move 'ABORT' to wk-get-item.
  perform add-left.
  move 'REJROWS' to wk-get-item.
  perform add-right.
  perform judge-count.

check-fix-input.
  move 'Fix cards = processed + rejected + aborted + withdrawn'
    to wk-ck-desc.
  perform start-check.
  move 'SQRTPROG' to wk-get-step.
  move 'READ' to wk-get-item.
  perform add-left.
  perform add-compute-out.
  move 'SQRTPROG' to wk-get-step.
  move 'WITHDRAW' to wk-get-item.
  perform add-right.
  perform judge-count.

add-compute-out.
  move wk-cmp-step to wk-get-step.
  move 'PROCESS' to wk-get-item.
  perform add-right.
  move 'REJECT' to wk-get-item.
  perform add-right.
  move 'ABORT' to wk-get-item.
  perform add-right.

check-csv-handoff.
  move 'Processed = sqrt.csv rows read by sqrtnxt' to wk-ck-desc.
  perform start-check.
  add ss-base-csv to wk-left.
  add ss-base-hash to wk-left-hash.
  move wk-cmp-step to wk-get-step.
  move 'PROCESS' to wk-get-item.
  perform add-left.
  move 'SQRTNXT' to wk-get-step.
  move 'CSVREAD' to wk-get-item.
  perform add-right.
  perform judge-count.
  move 'Processed input hash = sqrtnxt read hash' to wk-ck-desc.
  perform judge-hash.
  move 'sqrt.csv rows = clean + quarantined' to wk-ck-desc.
  perform start-check.
  move 'CSVREAD' to wk-get-item.
  perform add-left.
  move 'CLEAN' to wk-get-item.
  perform add-right.
  move 'QUARANT' to wk-get-item.
  perform add-right.
  perform judge-count.

check-warehouse.
  move 'Clean rows = warehouse DTL records' to wk-ck-desc.
  perform start-check.
  move 'SQRTNXT' to wk-get-step.
  move 'CLEAN' to wk-get-item.
  perform add-left.
  move 'SQRTWHX' to wk-get-step.
  move 'DETAIL' to wk-get-item.
  perform add-right.
  perform judge-count.
  move 'Clean input hash = warehouse TRL hash' to wk-ck-desc.
  perform judge-hash.

check-reject-handoff.
  move 'Rejected + aborted = sqrt.rej rows read by sqrtsus'
    to wk-ck-desc.
  perform start-check.
  add ss-base-rej to wk-left.
  move wk-cmp-step to wk-get-step.
  move 'REJECT' to wk-get-item.
  perform add-left.
  move 'ABORT' to wk-get-item.
  perform add-left.
  move 'SQRTSUS' to wk-get-step.
  move 'REJREAD' to wk-get-item.
  perform add-right.
  perform judge-count.
  move 'sqrt.rej rows = suspense added + updated' to wk-ck-desc.
  perform start-check.
  move 'REJREAD' to wk-get-item.
  perform add-left.
  move 'ADDED' to wk-get-item.
  perform add-right.
  move 'UPDATED' to wk-get-item.
  perform add-right.
  perform judge-count.

start-check.
  move 0 to wk-left.
  move 0 to wk-right.
  move 0 to wk-left-hash.
  move 0 to wk-right-hash.
  move 'Y' to wk-left-state.
  move 'Y' to wk-right-state.

add-left.
  perform get-item.
  if item-posted
    add wk-got-count to wk-left
    add wk-got-hash to wk-left-hash
  else
    move 'N' to wk-left-state
  end-if.

add-right.
  perform get-item.
  if item-posted
    add wk-got-count to wk-right
    add wk-got-hash to wk-right-hash
  else
    move 'N' to wk-right-state
  end-if.

get-item.
  move 'N' to wk-got-state.
  move 0 to wk-got-count.
  move 0 to wk-got-hash.
  perform find-item
    varying wk-ix from 1 by 1 until wk-ix > ss-count.

find-item.
  if si-step(wk-ix) = wk-get-step and si-item(wk-ix) = wk-get-item
    move 'Y' to wk-got-state
    move si-count(wk-ix) to wk-got-count
    move si-hash(wk-ix) to wk-got-hash
  end-if.

judge-count.
  add 1 to wk-ck-count.
  move wk-ck-desc to cc-desc.
  move wk-left to cc-left.
  move wk-right to cc-right.
  move spaces to cc-diff-area.
  evaluate true
    when not left-posted or not right-posted
      move 'NOT RUN' to cc-result
      add 1 to wk-notrun-count
    when wk-left = wk-right
      move 'OK' to cc-result
    when other
      move 'OUT BY' to cc-result
      compute wk-diff = wk-left - wk-right
      move wk-diff to cc-diff
      add 1 to wk-out-count
  end-evaluate.
  move check-count-line to prt-area.
  perform print-rpt.

judge-hash.
  add 1 to wk-ck-count.
  move wk-ck-desc to ch-desc.
  move wk-left-hash to ch-left.
  move wk-right-hash to ch-right.
  evaluate true
    when not left-posted or not right-posted
      move 'NOT RUN' to ch-result
      add 1 to wk-notrun-count
    when wk-left-hash = wk-right-hash
      move 'OK' to ch-result
    when other
      move 'OUT' to ch-result
      add 1 to wk-out-count
  end-evaluate.
  move check-hash-line to prt-area.
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
