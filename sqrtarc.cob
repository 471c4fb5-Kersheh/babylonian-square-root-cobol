identification division.
program-id. sqrtarc.

environment division.
input-output section.
file-control.
  select optional ledger-file assign to "sqrt.ldg"
  organization is line sequential
  file status is ws-ldg-status.
  select optional index-file assign to "sqrt.arc"
  organization is indexed
  access is dynamic
  record key is arc-key
  file status is ws-arc-status.
  select optional retention-file assign to "sqrtret.dat"
  organization is line sequential
  file status is ws-ret-status.
  select optional gen-file assign to "sqrtwhx.gen"
  organization is line sequential
  file status is ws-gen-status.
  select optional calendar-file assign to "sqrt.cal"
  organization is line sequential
  file status is ws-cal-status.
  select optional override-file assign to "sqrtovr.dat"
  organization is line sequential
  file status is ws-ovr-status.
  select report-file assign to "sqrtarc.rpt"
  organization is line sequential.
  select replay-file assign to "sqrtrpl.rpt"
  organization is line sequential.
  select script-file assign to "sqrtarc.sh"
  organization is line sequential.
  select restore-file assign to "sqrtrpl.sh"
  organization is line sequential.
  select optional dat-file assign to "sqrt.dat"
  organization is line sequential
  file status is ws-cnt-status.
  select optional fix-file assign to "sqrtfix.dat"
  organization is line sequential
  file status is ws-cnt-status.
  select optional tol-file assign to "sqrttol.dat"
  organization is line sequential
  file status is ws-cnt-status.
  select optional branch-file assign to "branch.mst"
  organization is indexed
  access is sequential
  record key is brm-code
  file status is ws-cnt-status.
  select optional dur-file assign to "sqrtdur.dat"
  organization is line sequential
  file status is ws-cnt-status.
  select optional dupkey-file assign to "sqrt.dup"
  organization is indexed
  access is sequential
  record key is dpk-key
  file status is ws-cnt-status.
  select optional csv-file assign to "sqrt.csv"
  organization is line sequential
  file status is ws-cnt-status.
  select optional nxtcsv-file assign to "sqrtnxt.csv"
  organization is line sequential
  file status is ws-cnt-status.
  select optional rej-file assign to "sqrt.rej"
  organization is line sequential
  file status is ws-cnt-status.
  select optional qar-file assign to "sqrtnxt.qar"
  organization is line sequential
  file status is ws-cnt-status.
  select optional whx-file assign to "sqrtwhx.dat"
  organization is line sequential
  file status is ws-cnt-status.
  select optional sqrtrpt-file assign to "sqrt.rpt"
  organization is line sequential
  file status is ws-cnt-status.
  select optional nxtrpt-file assign to "sqrtnxt.rpt"
  organization is line sequential
  file status is ws-cnt-status.
  select optional susrpt-file assign to "sqrtsus.rpt"
  organization is line sequential
  file status is ws-cnt-status.
  select optional balrpt-file assign to "sqrtbal.rpt"
  organization is line sequential
  file status is ws-cnt-status.
  select optional ack-file assign to "sqrt.ack"
  organization is line sequential
  file status is ws-cnt-status.
  select optional fixack-file assign to "sqrtfix.ack"
  organization is line sequential
  file status is ws-cnt-status.
  select optional src-file assign to "sqrtsrc.dat"
  organization is line sequential
  file status is ws-cnt-status.
  select optional srchld-file assign to "sqrtsrc.hld"
  organization is line sequential
  file status is ws-cnt-status.
  select optional srcrpt-file assign to "sqrtsrc.rpt"
  organization is line sequential
  file status is ws-cnt-status.

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
fd index-file.
  01 arc-record.
    02 arc-key.
      03 arc-cycle pic 9(8).
      03 arc-run   pic x.
        88 arc-nightly value 'N'.
        88 arc-fix     value 'F'.
      03 arc-name  pic x(12).
    02 arc-type  pic x(3).
    02 arc-count pic 9(9).
    02 arc-gen   pic 9(5).
    02 arc-job   pic x(3).
    02 arc-date  pic 9(8).
    02 arc-time  pic x(6).
fd retention-file.
  01 ret-record.
    02 ret-type pic x(3).
    02 ret-days pic 9(3).
fd gen-file.
  01 gen-record.
    02 gen-number pic 9(5).
fd calendar-file.
  01 cal-record.
    02 cal-date  pic 9(8).
    02 cal-type  pic x.
      88 cal-business value 'B'.
    02 cal-cycle pic 9(8).
fd override-file.
  01 ovr-record.
    02 ovr-date pic 9(8).
fd report-file.
  01 rpt-line pic x(132).
fd replay-file.
  01 rpl-line pic x(132).
fd script-file.
  01 sh-line pic x(132).
fd restore-file.
  01 rsh-line pic x(132).
fd dat-file.
  01 dat-line pic x(200).
fd fix-file.
  01 fix-line pic x(200).
fd tol-file.
  01 tol-line pic x(200).
fd branch-file.
  01 brm-record.
    02 brm-code   pic x(3).
    02 brm-name   pic x(30).
    02 brm-status pic x.
fd dur-file.
  01 dur-line pic x(200).
fd dupkey-file.
  01 dpk-record.
    02 dpk-key.
      03 dpk-z      pic s9(11)v9(6).
      03 dpk-diff   pic v9(5).
      03 dpk-op     pic x.
      03 dpk-branch pic x(3).
    02 dpk-cycle pic 9(8).
    02 dpk-seq   pic 9(7).
fd csv-file.
  01 csv-line pic x(200).
fd nxtcsv-file.
  01 nxtcsv-line pic x(200).
fd rej-file.
  01 rej-line pic x(200).
fd qar-file.
  01 qar-line pic x(200).
fd whx-file.
  01 whx-line pic x(200).
fd sqrtrpt-file.
  01 sqrtrpt-line pic x(200).
fd nxtrpt-file.
  01 nxtrpt-line pic x(200).
fd susrpt-file.
  01 susrpt-line pic x(200).
fd balrpt-file.
  01 balrpt-line pic x(200).
fd ack-file.
  01 ack-line pic x(80).
fd fixack-file.
  01 fixack-line pic x(80).
fd src-file.
  01 src-line pic x(200).
fd srchld-file.
  01 srchld-line pic x(200).
fd srcrpt-file.
  01 srcrpt-line pic x(200).
working-storage section.
77 ws-ldg-status pic xx.
77 ws-arc-status pic xx.
77 ws-ret-status pic xx.
77 ws-gen-status pic xx.
77 ws-cal-status pic xx.
77 ws-ovr-status pic xx.
77 ws-cnt-status pic xx.
77 wk-parm pic x(30) value spaces.
77 wk-arg-action pic x(8) value spaces.
  88 archive-run value 'ARCHIVE'.
  88 restore-run value 'RESTORE'.
77 wk-arg-cycle pic x(8) value spaces.
77 wk-now pic x(21).
77 wk-today pic x(8).
77 wk-today-n pic 9(8) value 0.
77 wk-cycle pic x(8).
77 wk-cycle-n pic 9(8) value 0.
77 wk-cal-eof pic x value 'N'.
  88 calendar-done value 'Y'.
77 wk-ldg-eof pic x value 'N'.
  88 ledger-done value 'Y'.
77 wk-sect-state pic x value 'N'.
  88 section-found value 'Y'.
77 wk-job pic x(3) value spaces.
  88 job-fix value 'FIX'.
77 wk-run pic x value 'N'.
77 wk-arc-dir pic x(24) value spaces.
77 wk-gen pic 9(5) value 0.
77 wk-fx pic 99 value 0.
77 wk-sx pic 99 value 0.
77 wk-step-count pic 99 value 0.
77 wk-step-limit pic 99 value 20.
77 wk-step-state pic x value 'N'.
  88 step-posted value 'Y'.
77 wk-want-step pic x(8) value spaces.
77 wk-cnt-eof pic x value 'N'.
  88 count-done value 'Y'.
77 wk-present pic x value 'N'.
  88 file-present value 'Y'.
77 wk-records pic 9(9) value 0.
77 wk-arch-count pic 9(3) value 0.
77 wk-absent-count pic 9(3) value 0.
77 wk-notrun-count pic 9(3) value 0.
77 wk-missing pic x value 'N'.
  88 needed-file-missing value 'Y'.
77 wk-rx pic 9 value 0.
77 wk-rfound pic 9 value 0.
77 wk-want-type pic x(3) value spaces.
77 wk-ret-eof pic x value 'N'.
  88 retention-done value 'Y'.
77 wk-ret-bad pic 9(3) value 0.
77 wk-bday-count pic 9(5) value 0.
77 wk-ring-pos pic 9(3) value 1.
77 wk-ring-nth pic 9(3) value 0.
77 wk-ring-at pic s9(4) value 0.
77 wk-arc-eof pic x value 'N'.
  88 index-done value 'Y'.
77 wk-purge-count pic 9(7) value 0.
77 wk-keep-count pic 9(7) value 0.
77 wk-purge-lines pic 9(5) value 0.
77 wk-purge-limit pic 9(5) value 500.
77 wk-purge-lost pic 9(7) value 0.
77 wk-rmdir-cycle pic 9(8) value 0.
77 wk-dat-state pic x value 'N'.
  88 dat-archived value 'Y'.
77 wk-csv-state pic x value 'N'.
  88 csv-archived value 'Y'.
77 wk-line-count pic 9(3) value 0.
77 wk-page-num   pic 9(4) value 0.
77 wk-page-limit pic 9(3) value 60.
77 wk-file-limit pic 99 value 21.
77 wk-ret-limit pic 9 value 7.
01 file-values.
  02 filler pic x(26) value 'sqrt.dat    DATNRY        '.
  02 filler pic x(26) value 'sqrtfix.dat DATF N        '.
  02 filler pic x(26) value 'sqrttol.dat REFNRN        '.
  02 filler pic x(26) value 'branch.mst  REFNRN        '.
  02 filler pic x(26) value 'sqrt.cal    REFNRN        '.
  02 filler pic x(26) value 'sqrtdur.dat REFNRN        '.
  02 filler pic x(26) value 'sqrt.dup    REFNRN        '.
  02 filler pic x(26) value 'sqrt.csv    CSVAPYSQRTPROG'.
  02 filler pic x(26) value 'sqrtnxt.csv CSVA NSQRTNXT '.
  02 filler pic x(26) value 'sqrt.rej    REJA NSQRTPROG'.
  02 filler pic x(26) value 'sqrtnxt.qar REJA NSQRTNXT '.
  02 filler pic x(26) value 'sqrtwhx.dat WHXN NSQRTWHX '.
  02 filler pic x(26) value 'sqrt.rpt    RPTA NSQRTPROG'.
  02 filler pic x(26) value 'sqrtnxt.rpt RPTA NSQRTNXT '.
  02 filler pic x(26) value 'sqrtsus.rpt RPTA NSQRTSUS '.
  02 filler pic x(26) value 'sqrtbal.rpt RPTA N        '.
  02 filler pic x(26) value 'sqrt.ack    ACKN N        '.
  02 filler pic x(26) value 'sqrtfix.ack ACKF N        '.
  02 filler pic x(26) value 'sqrtsrc.dat REFNRN        '.
  02 filler pic x(26) value 'sqrtsrc.hld REJN NSQRTPROG'.
  02 filler pic x(26) value 'sqrtsrc.rpt RPTN NSQRTPROG'.
01 file-table redefines file-values.
  02 af-entry occurs 21 times.
    03 af-name    pic x(12).
    03 af-type    pic x(3).
    03 af-when    pic x.
      88 af-any-run     value 'A'.
      88 af-nightly-run value 'N'.
      88 af-fix-run     value 'F'.
    03 af-restore pic x.
      88 af-to-replay value 'R'.
      88 af-to-prev   value 'P'.
    03 af-need    pic x.
      88 af-needed value 'Y'.
    03 af-step    pic x(8).
01 step-table.
  02 st-step pic x(8) occurs 20 times.
01 retention-values.
  02 filler pic x(15) value 'DAT25000000000 '.
  02 filler pic x(15) value 'REF25000000000 '.
  02 filler pic x(15) value 'CSV25000000000 '.
  02 filler pic x(15) value 'REJ12000000000 '.
  02 filler pic x(15) value 'WHX12000000000 '.
  02 filler pic x(15) value 'RPT06000000000 '.
  02 filler pic x(15) value 'ACK12000000000 '.
01 retention-table redefines retention-values.
  02 rt-entry occurs 7 times.
    03 rt-type   pic x(3).
    03 rt-days   pic 9(3).
    03 rt-cutoff pic 9(8).
    03 rt-basis  pic x.
      88 rt-business value 'B'.
      88 rt-short    value 'S'.
      88 rt-calendar value 'C'.
01 ring-table.
  02 ring-date pic 9(8) occurs 999 times.
01 prt-area pic x(132).
01 blank-line pic x(132) value spaces.
01 page-head-line.
  02 filler pic x value space.
  02 ph-jobname pic x(8) value 'SQRTARC'.
  02 filler pic x(22) value spaces.
  02 ph-title pic x(32) value 'Cycle Archive and Retention'.
  02 filler pic x(13) value spaces.
  02 filler pic x(4) value 'Run '.
  02 ph-date pic x(10).
  02 filler pic x value space.
  02 ph-time pic x(5).
  02 filler pic x(24) value spaces.
  02 filler pic x(5) value 'Page '.
  02 ph-page pic zzz9.
01 under-line.
  02 filler pic x(90) value all '-'.
01 sect-line.
  02 filler pic x(7) value ' Cycle '.
  02 sl-cycle pic x(8).
  02 filler pic x(6) value '  Job '.
  02 sl-job pic x(3).
  02 filler pic x(15) value '  archived to '.
  02 sl-dir pic x(24).
  02 filler pic x value space.
  02 sl-source pic x(36).
01 restore-head-line.
  02 filler pic x(7) value ' Cycle '.
  02 rh-cycle pic x(8).
  02 filler pic x(33) value '  restored from nightly archive '.
  02 filler pic x(4) value 'arc/'.
  02 rh-dir pic x(8).
  02 filler pic x(21) value ' into sandbox replay/'.
01 gen-line.
  02 filler pic x(36) value
    ' Warehouse feed generation on file: '.
  02 gl-gen pic zzzz9.
01 file-col-heads.
  02 filler pic x value space.
  02 filler pic x(12) value 'File'.
  02 filler pic x(2) value spaces.
  02 filler pic x(4) value 'Type'.
  02 filler pic x(2) value spaces.
  02 filler pic x(11) value '    Records'.
  02 filler pic x(2) value spaces.
  02 filler pic x(6) value 'Action'.
01 file-line.
  02 filler pic x value space.
  02 fl-name pic x(12).
  02 filler pic x(2) value spaces.
  02 fl-type pic x(4).
  02 filler pic x(2) value spaces.
  02 fl-count-area pic x(11).
  02 fl-count redefines fl-count-area pic zzz,zzz,zz9.
  02 filler pic x(2) value spaces.
  02 fl-action pic x(44).
01 ret-heading.
  02 filler pic x(9) value spaces.
  02 filler pic x(36) value 'Retention (business days, sqrt.cal)'.
01 ret-col-heads.
  02 filler pic x value space.
  02 filler pic x(4) value 'Type'.
  02 filler pic x(2) value spaces.
  02 filler pic x(4) value 'Days'.
  02 filler pic x(2) value spaces.
  02 filler pic x(10) value 'Keep from'.
  02 filler pic x(2) value spaces.
  02 filler pic x(5) value 'Basis'.
01 ret-line.
  02 filler pic x value space.
  02 rl-type pic x(4).
  02 filler pic x(2) value spaces.
  02 rl-days pic zzz9.
  02 filler pic x(2) value spaces.
  02 rl-cutoff pic x(10).
  02 filler pic x(2) value spaces.
  02 rl-basis pic x(36).
01 ret-bad-line.
  02 filler pic x(40) value
    ' Retention records ignored (bad type or'.
  02 filler pic x(8) value ' days): '.
  02 rb-count pic zz9.
01 purge-heading.
  02 filler pic x(9) value spaces.
  02 filler pic x(23) value 'Purged from the archive'.
01 purge-col-heads.
  02 filler pic x value space.
  02 filler pic x(8) value 'Cycle'.
  02 filler pic x(2) value spaces.
  02 filler pic x(3) value 'Run'.
  02 filler pic x(2) value spaces.
  02 filler pic x(12) value 'File'.
  02 filler pic x(2) value spaces.
  02 filler pic x(4) value 'Type'.
  02 filler pic x(2) value spaces.
  02 filler pic x(11) value '    Records'.
  02 filler pic x(2) value spaces.
  02 filler pic x(8) value 'Archived'.
01 purge-line.
  02 filler pic x value space.
  02 pl-cycle pic 9(8).
  02 filler pic x(2) value spaces.
  02 pl-job pic x(3).
  02 filler pic x(2) value spaces.
  02 pl-name pic x(12).
  02 filler pic x(2) value spaces.
  02 pl-type pic x(4).
  02 filler pic x(2) value spaces.
  02 pl-count pic zzz,zzz,zz9.
  02 filler pic x(2) value spaces.
  02 pl-date pic 9(8).
01 purge-none-line.
  02 filler pic x(40) value ' Nothing past retention'.
01 purge-lost-line.
  02 filler pic x(10) value ' ... and '.
  02 pg-lost pic zzzzzz9.
  02 filler pic x(29) value ' more purge lines suppressed'.
01 total-line.
  02 filler pic x value space.
  02 tl-text pic x(24).
  02 tl-count pic zzzzzz9.
01 restore-line.
  02 filler pic x value space.
  02 rs-text pic x(80).
01 restore-none-mess.
  02 filler pic x(9) value ' Cycle '.
  02 rn-cycle pic x(8).
  02 filler pic x(48) value
    ' has no sqrt.dat and sqrt.csv on the archive --'.
  02 filler pic x(30) value ' never archived or purged'.

procedure division.
main.
  accept wk-parm from command-line.
  unstring function upper-case(wk-parm) delimited by all spaces
    into wk-arg-action, wk-arg-cycle.
  if wk-arg-action = spaces
    move 'ARCHIVE' to wk-arg-action
  end-if.
  if not archive-run and not restore-run
    display 'sqrtarc: specify ARCHIVE, or RESTORE and a cycle date'
    move 8 to return-code
    stop run
  end-if.
  if restore-run
    and (wk-arg-cycle = spaces or wk-arg-cycle not numeric)
    display 'sqrtarc: RESTORE needs the cycle as yyyymmdd'
    move 8 to return-code
    stop run
  end-if.
  move function current-date to wk-now.
  move wk-now(1:8) to wk-today.
  move wk-today to wk-today-n.
  string wk-now(1:4) '-' wk-now(5:2) '-' wk-now(7:2)
    delimited by size into ph-date.
  string wk-now(9:2) ':' wk-now(11:2)
    delimited by size into ph-time.
  if restore-run
    perform restore-cycle
  else
    perform archive-cycle
  end-if.
  stop run.

archive-cycle.
  perform find-section.
  if not section-found
    perform derive-cycle-date
    move 'JOB' to wk-job
  end-if.
  move wk-cycle to wk-cycle-n.
  move spaces to wk-arc-dir.
  if job-fix
    move 'F' to wk-run
    string 'arc/' wk-cycle '/fix' delimited by size into wk-arc-dir
  else
    move 'N' to wk-run
    string 'arc/' wk-cycle delimited by size into wk-arc-dir
  end-if.
  open i-o index-file.
  if ws-arc-status not = '00' and ws-arc-status not = '05'
    display 'sqrtarc: sqrt.arc open failed, status ' ws-arc-status
    move 8 to return-code
    stop run
  end-if.
  perform read-generation.
  open output report-file, script-file.
  perform page-break.
  move wk-cycle to sl-cycle.
  move wk-job to sl-job.
  move wk-arc-dir to sl-dir.
  if section-found
    move '(last section on sqrt.ldg)' to sl-source
  else
    move '(no ledger -- cycle from sqrt.cal)' to sl-source
  end-if.
  move sect-line to prt-area.
  perform print-rpt.
  move wk-gen to gl-gen.
  move gen-line to prt-area.
  perform print-rpt.
  move blank-line to prt-area.
  perform print-rpt.
  move file-col-heads to prt-area.
  perform print-rpt.
  move under-line to prt-area.
  perform print-rpt.
  move 'rc=0' to sh-line.
  write sh-line.
  move spaces to sh-line.
  string 'mkdir -p ' wk-arc-dir delimited by space
    ' || rc=8' delimited by size into sh-line.
  write sh-line.
  perform archive-file
    varying wk-fx from 1 by 1 until wk-fx > wk-file-limit.
  perform load-retention.
  perform print-retention.
  perform purge-index.
  move 'exit $rc' to sh-line.
  write sh-line.
  close index-file.
  perform archive-totals.
  close report-file, script-file.
  if needed-file-missing
    move 4 to return-code
  end-if.
  display 'sqrtarc: cycle ' wk-cycle ' ' wk-job ', '
    wk-arch-count ' files archived, ' wk-purge-count
    ' index entries purged'.

find-section.
  open input ledger-file.
  if ws-ldg-status = '00'
    read ledger-file at end move 'Y' to wk-ldg-eof end-read
    perform take-ledger until ledger-done
    close ledger-file
  end-if.

take-ledger.
  evaluate true
    when ldg-begin
      move 'Y' to wk-sect-state
      move ldg-cycle to wk-cycle
      move ldg-item to wk-job
      move 0 to wk-step-count
    when ldg-post
      if section-found
        perform note-step
      end-if
  end-evaluate.
  read ledger-file at end move 'Y' to wk-ldg-eof end-read.

note-step.
  move ldg-step to wk-want-step.
  perform find-step.
  if not step-posted and wk-step-count < wk-step-limit
    add 1 to wk-step-count
    move ldg-step to st-step(wk-step-count)
  end-if.

find-step.
  move 'N' to wk-step-state.
  perform match-step
    varying wk-sx from 1 by 1 until wk-sx > wk-step-count.

match-step.
  if st-step(wk-sx) = wk-want-step
    move 'Y' to wk-step-state
  end-if.

derive-cycle-date.
  move wk-today to wk-cycle.
  open input calendar-file.
  if ws-cal-status = '00'
    read calendar-file at end move 'Y' to wk-cal-eof end-read
    perform until calendar-done
      if cal-date = wk-today and cal-cycle is numeric
        move cal-cycle to wk-cycle
        move 'Y' to wk-cal-eof
      else
        read calendar-file at end move 'Y' to wk-cal-eof end-read
      end-if
    end-perform
    close calendar-file
  end-if.
  open input override-file.
  if ws-ovr-status = '00'
    read override-file
      at end continue
      not at end
        if ovr-date is numeric
          move ovr-date to wk-cycle
        end-if
    end-read
    close override-file
  end-if.

read-generation.
  move 0 to wk-gen.
  open input gen-file.
  if ws-gen-status = '00'
    read gen-file
      at end continue
      not at end
        if gen-number is numeric
          move gen-number to wk-gen
        end-if
    end-read
    close gen-file
  else
    if ws-gen-status = '05'
      close gen-file
    end-if
  end-if.

archive-file.
  move spaces to file-line.
  move af-name(wk-fx) to fl-name.
  move af-type(wk-fx) to fl-type.
  evaluate true
    when af-fix-run(wk-fx) and not job-fix
      continue
    when af-nightly-run(wk-fx) and job-fix
      continue
    when other
      perform check-producer
      if not step-posted
        move 'step did not run -- not archived' to fl-action
        add 1 to wk-notrun-count
        perform check-needed
        move file-line to prt-area
        perform print-rpt
      else
        perform count-file
        if file-present
          perform store-file
        else
          move 'not present' to fl-action
          add 1 to wk-absent-count
          perform check-needed
        end-if
        move file-line to prt-area
        perform print-rpt
      end-if
  end-evaluate.

check-producer.
  if af-step(wk-fx) = spaces or not section-found
    move 'Y' to wk-step-state
  else
    move af-step(wk-fx) to wk-want-step
    perform find-step
    if not step-posted and af-step(wk-fx) = 'SQRTPROG'
      move 'SQRTMRG' to wk-want-step
      perform find-step
    end-if
  end-if.

check-needed.
  if af-needed(wk-fx)
    move 'Y' to wk-missing
  end-if.

store-file.
  move wk-records to fl-count.
  move 'archived' to fl-action.
  add 1 to wk-arch-count.
  move spaces to sh-line.
  string 'cp -f ' delimited by size
    af-name(wk-fx) delimited by space
    ' ' delimited by size
    wk-arc-dir delimited by space
    '/' delimited by size
    af-name(wk-fx) delimited by space
    ' || rc=8' delimited by size
    into sh-line.
  write sh-line.
  move wk-cycle-n to arc-cycle.
  move wk-run to arc-run.
  move af-name(wk-fx) to arc-name.
  move af-type(wk-fx) to arc-type.
  move wk-records to arc-count.
  move wk-gen to arc-gen.
  move wk-job to arc-job.
  move wk-today-n to arc-date.
  move wk-now(9:6) to arc-time.
  write arc-record
    invalid key
      rewrite arc-record
        invalid key continue
      end-rewrite
  end-write.

count-file.
  move 0 to wk-records.
  move 'N' to wk-present.
  move 'N' to wk-cnt-eof.
  evaluate wk-fx
    when 1  perform count-dat
    when 2  perform count-fix
    when 3  perform count-tol
    when 4  perform count-branch
    when 5  perform count-cal
    when 6  perform count-dur
    when 7  perform count-dupkey
    when 8  perform count-csv
    when 9  perform count-nxtcsv
    when 10 perform count-rej
    when 11 perform count-qar
    when 12 perform count-whx
    when 13 perform count-sqrtrpt
    when 14 perform count-nxtrpt
    when 15 perform count-susrpt
    when 16 perform count-balrpt
    when 17 perform count-ack
    when 18 perform count-fixack
    when 19 perform count-src
    when 20 perform count-srchld
    when 21 perform count-srcrpt
  end-evaluate.

count-dat.
  open input dat-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-dat until count-done
    close dat-file
  else
    if ws-cnt-status = '05'
      close dat-file
    end-if
  end-if.

read-dat.
  read dat-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-fix.
  open input fix-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-fix until count-done
    close fix-file
  else
    if ws-cnt-status = '05'
      close fix-file
    end-if
  end-if.

read-fix.
  read fix-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-tol.
  open input tol-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-tol until count-done
    close tol-file
  else
    if ws-cnt-status = '05'
      close tol-file
    end-if
  end-if.

read-tol.
  read tol-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-branch.
  open input branch-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-branch until count-done
    close branch-file
  else
    if ws-cnt-status = '05'
      close branch-file
    end-if
  end-if.

read-branch.
  read branch-file next
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-cal.
  open input calendar-file.
  if ws-cal-status = '00'
    move 'Y' to wk-present
    perform read-cal until count-done
    close calendar-file
  else
    if ws-cal-status = '05'
      close calendar-file
    end-if
  end-if.

read-cal.
  read calendar-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-dur.
  open input dur-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-dur until count-done
    close dur-file
  else
    if ws-cnt-status = '05'
      close dur-file
    end-if
  end-if.

read-dur.
  read dur-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-dupkey.
  open input dupkey-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-dupkey until count-done
    close dupkey-file
  else
    if ws-cnt-status = '05'
      close dupkey-file
    end-if
  end-if.

read-dupkey.
  read dupkey-file next
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-csv.
  open input csv-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-csv until count-done
    close csv-file
  else
    if ws-cnt-status = '05'
      close csv-file
    end-if
  end-if.

read-csv.
  read csv-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-nxtcsv.
  open input nxtcsv-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-nxtcsv until count-done
    close nxtcsv-file
  else
    if ws-cnt-status = '05'
      close nxtcsv-file
    end-if
  end-if.

read-nxtcsv.
  read nxtcsv-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-rej.
  open input rej-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-rej until count-done
    close rej-file
  else
    if ws-cnt-status = '05'
      close rej-file
    end-if
  end-if.

read-rej.
  read rej-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-qar.
  open input qar-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-qar until count-done
    close qar-file
  else
    if ws-cnt-status = '05'
      close qar-file
    end-if
  end-if.

read-qar.
  read qar-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-whx.
  open input whx-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-whx until count-done
    close whx-file
  else
    if ws-cnt-status = '05'
      close whx-file
    end-if
  end-if.

read-whx.
  read whx-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-sqrtrpt.
  open input sqrtrpt-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-sqrtrpt until count-done
    close sqrtrpt-file
  else
    if ws-cnt-status = '05'
      close sqrtrpt-file
    end-if
  end-if.

read-sqrtrpt.
  read sqrtrpt-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-nxtrpt.
  open input nxtrpt-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-nxtrpt until count-done
    close nxtrpt-file
  else
    if ws-cnt-status = '05'
      close nxtrpt-file
    end-if
  end-if.

read-nxtrpt.
  read nxtrpt-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-susrpt.
  open input susrpt-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-susrpt until count-done
    close susrpt-file
  else
    if ws-cnt-status = '05'
      close susrpt-file
    end-if
  end-if.

read-susrpt.
  read susrpt-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-balrpt.
  open input balrpt-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-balrpt until count-done
    close balrpt-file
  else
    if ws-cnt-status = '05'
      close balrpt-file
    end-if
  end-if.

read-balrpt.
  read balrpt-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-ack.
  open input ack-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-ack until count-done
    close ack-file
  else
    if ws-cnt-status = '05'
      close ack-file
    end-if
  end-if.

read-ack.
  read ack-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-fixack.
  open input fixack-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-fixack until count-done
    close fixack-file
  else
    if ws-cnt-status = '05'
      close fixack-file
    end-if
  end-if.

read-fixack.
  read fixack-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-src.
  open input src-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-src until count-done
    close src-file
  else
    if ws-cnt-status = '05'
      close src-file
    end-if
  end-if.

read-src.
  read src-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-srchld.
  open input srchld-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-srchld until count-done
    close srchld-file
  else
    if ws-cnt-status = '05'
      close srchld-file
    end-if
  end-if.

read-srchld.
  read srchld-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

count-srcrpt.
  open input srcrpt-file.
  if ws-cnt-status = '00'
    move 'Y' to wk-present
    perform read-srcrpt until count-done
    close srcrpt-file
  else
    if ws-cnt-status = '05'
      close srcrpt-file
    end-if
  end-if.

read-srcrpt.
  read srcrpt-file
    at end move 'Y' to wk-cnt-eof
    not at end add 1 to wk-records
  end-read.

load-retention.
  open input retention-file.
  if ws-ret-status = '00'
    read retention-file at end move 'Y' to wk-ret-eof end-read
    perform take-retention until retention-done
    close retention-file
  else
    if ws-ret-status = '05'
      close retention-file
    end-if
  end-if.
  move 'N' to wk-cal-eof.
  open input calendar-file.
  if ws-cal-status = '00'
    read calendar-file at end move 'Y' to wk-cal-eof end-read
    perform load-bday until calendar-done
    close calendar-file
  else
    if ws-cal-status = '05'
      close calendar-file
    end-if
  end-if.
  perform derive-cutoff
    varying wk-rx from 1 by 1 until wk-rx > wk-ret-limit.

take-retention.
  move ret-type to wk-want-type.
  move 0 to wk-rfound.
  perform match-retention
    varying wk-rx from 1 by 1 until wk-rx > wk-ret-limit.
  if wk-rfound = 0 or ret-days not numeric
    or ret-days < 1
    add 1 to wk-ret-bad
  else
    move ret-days to rt-days(wk-rfound)
  end-if.
  read retention-file at end move 'Y' to wk-ret-eof end-read.

match-retention.
  if rt-type(wk-rx) = wk-want-type
    move wk-rx to wk-rfound
  end-if.

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
  read calendar-file at end move 'Y' to wk-cal-eof end-read.

derive-cutoff.
  evaluate true
    when wk-bday-count >= rt-days(wk-rx)
      move rt-days(wk-rx) to wk-ring-nth
      perform ring-nth-recent
      move ring-date(wk-ring-at) to rt-cutoff(wk-rx)
      move 'B' to rt-basis(wk-rx)
    when wk-bday-count > 0
      move 0 to rt-cutoff(wk-rx)
      move 'S' to rt-basis(wk-rx)
    when other
      compute rt-cutoff(wk-rx) = function date-of-integer(
        function integer-of-date(wk-today-n) - rt-days(wk-rx))
      move 'C' to rt-basis(wk-rx)
  end-evaluate.

ring-nth-recent.
  compute wk-ring-at = wk-ring-pos - wk-ring-nth.
  if wk-ring-at < 1
    add 999 to wk-ring-at
  end-if.

print-retention.
  move blank-line to prt-area.
  perform print-rpt.
  move ret-heading to prt-area.
  perform print-rpt.
  move ret-col-heads to prt-area.
  perform print-rpt.
  move under-line to prt-area.
  perform print-rpt.
  perform print-ret-line
    varying wk-rx from 1 by 1 until wk-rx > wk-ret-limit.
  if wk-ret-bad > 0
    move wk-ret-bad to rb-count
    move ret-bad-line to prt-area
    perform print-rpt
  end-if.

print-ret-line.
  move spaces to ret-line.
  move rt-type(wk-rx) to rl-type.
  move rt-days(wk-rx) to rl-days.
  if rt-cutoff(wk-rx) = 0
    move 'no purge' to rl-cutoff
  else
    move rt-cutoff(wk-rx) to rl-cutoff
  end-if.
  evaluate true
    when rt-business(wk-rx)
      move 'business days, sqrt.cal' to rl-basis
    when rt-short(wk-rx)
      move 'calendar too short, nothing purged' to rl-basis
    when other
      move 'no sqrt.cal, calendar days' to rl-basis
  end-evaluate.
  move ret-line to prt-area.
  perform print-rpt.

purge-index.
  move blank-line to prt-area.
  perform print-rpt.
  move purge-heading to prt-area.
  perform print-rpt.
  move purge-col-heads to prt-area.
  perform print-rpt.
  move under-line to prt-area.
  perform print-rpt.
  move low-values to arc-key.
  start index-file key is not less than arc-key
    invalid key move 'Y' to wk-arc-eof
  end-start.
  if not index-done
    read index-file next at end move 'Y' to wk-arc-eof end-read
  end-if.
  perform check-index-entry until index-done.
  perform flush-rmdir.
  if wk-purge-count = 0
    move purge-none-line to prt-area
    perform print-rpt
  end-if.
  if wk-purge-lost > 0
    move wk-purge-lost to pg-lost
    move purge-lost-line to prt-area
    perform print-rpt
  end-if.

check-index-entry.
  move 0 to wk-rfound.
  move arc-type to wk-want-type.
  perform match-retention
    varying wk-rx from 1 by 1 until wk-rx > wk-ret-limit.
  if wk-rfound > 0
    and rt-cutoff(wk-rfound) > 0
    and arc-cycle < rt-cutoff(wk-rfound)
    perform purge-entry
  else
    add 1 to wk-keep-count
  end-if.
  read index-file next at end move 'Y' to wk-arc-eof end-read.

purge-entry.
  if arc-cycle not = wk-rmdir-cycle
    perform flush-rmdir
    move arc-cycle to wk-rmdir-cycle
  end-if.
  move spaces to sh-line.
  if arc-fix
    string 'rm -f arc/' arc-cycle '/fix/' delimited by size
      arc-name delimited by space into sh-line
  else
    string 'rm -f arc/' arc-cycle '/' delimited by size
      arc-name delimited by space into sh-line
  end-if.
  write sh-line.
  add 1 to wk-purge-count.
  if wk-purge-lines < wk-purge-limit
    add 1 to wk-purge-lines
    move arc-cycle to pl-cycle
    move arc-job to pl-job
    move arc-name to pl-name
    move arc-type to pl-type
    move arc-count to pl-count
    move arc-date to pl-date
    move purge-line to prt-area
    perform print-rpt
  else
    add 1 to wk-purge-lost
  end-if.
  delete index-file record
    invalid key continue
  end-delete.

flush-rmdir.
  if wk-rmdir-cycle > 0
    move spaces to sh-line
    string 'rmdir arc/' wk-rmdir-cycle '/fix arc/' wk-rmdir-cycle
      ' 2>/dev/null' delimited by size into sh-line
    write sh-line
    move 0 to wk-rmdir-cycle
  end-if.

archive-totals.
  move blank-line to prt-area.
  perform print-rpt.
  move under-line to prt-area.
  perform print-rpt.
  move 'Files archived:' to tl-text.
  move wk-arch-count to tl-count.
  move total-line to prt-area.
  perform print-rpt.
  move 'Files not present:' to tl-text.
  move wk-absent-count to tl-count.
  move total-line to prt-area.
  perform print-rpt.
  move 'Step did not run:' to tl-text.
  move wk-notrun-count to tl-count.
  move total-line to prt-area.
  perform print-rpt.
  move 'Index entries purged:' to tl-text.
  move wk-purge-count to tl-count.
  move total-line to prt-area.
  perform print-rpt.
  move 'Index entries kept:' to tl-text.
  move wk-keep-count to tl-count.
  move total-line to prt-area.
  perform print-rpt.
  if needed-file-missing
    move spaces to restore-line
    move 'sqrt.dat or sqrt.csv missing -- this cycle cannot be replayed'
      to rs-text
    move restore-line to prt-area
    perform print-rpt
  end-if.

restore-cycle.
  move wk-arg-cycle to wk-cycle.
  move wk-arg-cycle to wk-cycle-n.
  move 'Cycle Restore for Replay' to ph-title.
  open input index-file.
  if ws-arc-status not = '00'
    display 'sqrtarc: sqrt.arc open failed, status ' ws-arc-status
    move 8 to return-code
    stop run
  end-if.
  open output replay-file, restore-file.
  perform page-break.
  move wk-cycle to rh-cycle, rh-dir.
  move restore-head-line to prt-area.
  perform print-rpt.
  move blank-line to prt-area.
  perform print-rpt.
  move file-col-heads to prt-area.
  perform print-rpt.
  move under-line to prt-area.
  perform print-rpt.
  move 'mkdir -p replay || exit 8' to rsh-line.
  write rsh-line.
  move 'rm -f replay/*' to rsh-line.
  write rsh-line.
  perform restore-file-entry
    varying wk-fx from 1 by 1 until wk-fx > wk-file-limit.
  move blank-line to prt-area.
  perform print-rpt.
  if dat-archived and csv-archived
    move spaces to rsh-line
    string 'echo ' wk-cycle ' > replay/sqrtovr.dat || exit 8'
      delimited by size into rsh-line
    write rsh-line
    move 'exit 0' to rsh-line
    write rsh-line
    move spaces to restore-line
    move 'Replay directory will run the cycle with its own cycle date'
      to rs-text
    move restore-line to prt-area
    perform print-rpt
  else
    move 'exit 8' to rsh-line
    write rsh-line
    move wk-cycle to rn-cycle
    move restore-none-mess to prt-area
    perform print-rpt
    move 8 to return-code
  end-if.
  close index-file, replay-file, restore-file.
  display 'sqrtarc: restore of cycle ' wk-cycle
    ' prepared, RC ' return-code.

restore-file-entry.
  if af-to-replay(wk-fx) or af-to-prev(wk-fx)
    move spaces to file-line
    move af-name(wk-fx) to fl-name
    move af-type(wk-fx) to fl-type
    move wk-cycle-n to arc-cycle
    move 'N' to arc-run
    move af-name(wk-fx) to arc-name
    read index-file
      invalid key
        move 'not archived -- replay runs without it' to fl-action
      not invalid key
        perform restore-one
    end-read
    move file-line to prt-area
    perform print-rpt
  end-if.

restore-one.
  move arc-count to fl-count.
  move spaces to rsh-line.
  if af-to-prev(wk-fx)
    move 'restored as replay/sqrtprev.csv' to fl-action
    string 'cp -f arc/' wk-cycle '/' delimited by size
      arc-name delimited by space
      ' replay/sqrtprev.csv || exit 8' delimited by size
      into rsh-line
    move 'Y' to wk-csv-state
  else
    move 'restored to replay' to fl-action
    string 'cp -f arc/' wk-cycle '/' delimited by size
      arc-name delimited by space
      ' replay/' delimited by size
      arc-name delimited by space
      ' || exit 8' delimited by size
      into rsh-line
    if arc-name = 'sqrt.dat'
      move 'Y' to wk-dat-state
    end-if
  end-if.
  write rsh-line.

print-rpt.
  if wk-line-count >= wk-page-limit
    perform page-break
  end-if.
  if restore-run
    write rpl-line from prt-area after advancing 1 lines
  else
    write rpt-line from prt-area after advancing 1 lines
  end-if.
  add 1 to wk-line-count.

page-break.
  add 1 to wk-page-num.
  move wk-page-num to ph-page.
  if restore-run
    if wk-page-num = 1
      write rpl-line from page-head-line after advancing 0 lines
    else
      write rpl-line from page-head-line after advancing page
    end-if
    write rpl-line from blank-line after advancing 1 lines
  else
    if wk-page-num = 1
      write rpt-line from page-head-line after advancing 0 lines
    else
      write rpt-line from page-head-line after advancing page
    end-if
    write rpt-line from blank-line after advancing 1 lines
  end-if.
  move 2 to wk-line-count.
