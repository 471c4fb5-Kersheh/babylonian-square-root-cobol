identification division.
program-id. sqrtack.

environment division.
input-output section.
file-control.
  select optional input-file assign to "sqrt.dat"
  organization is line sequential
  file status is ws-dat-status.
  select optional fix-file assign to "sqrtfix.dat"
  organization is line sequential
  file status is ws-fix-status.
  select optional csv-file assign to "sqrt.csv"
  organization is line sequential
  file status is ws-csv-status.
  select optional reject-file assign to "sqrt.rej"
  organization is line sequential
  file status is ws-rej-status.
  select optional clean-file assign to "sqrtnxt.csv"
  organization is line sequential
  file status is ws-cln-status.
  select optional quar-file assign to "sqrtnxt.qar"
  organization is line sequential
  file status is ws-qar-status.
  select optional suspense-file assign to "sqrt.sus"
  organization is line sequential
  file status is ws-sus-status.
  select optional calendar-file assign to "sqrt.cal"
  organization is line sequential
  file status is ws-cal-status.
  select optional policy-file assign to "sqrttol.dat"
  organization is line sequential
  file status is ws-tol-status.
  select optional ledger-file assign to "sqrt.ldg"
  organization is line sequential
  file status is ws-ldg-status.
  select optional hold-file assign to "sqrtsrc.hld"
  organization is line sequential
  file status is ws-hld-status.
  select match-file assign to "sqrtack.srt".
  select work-file assign to "sqrtack.wrk"
  organization is line sequential.
  select order-file assign to "sqrtack.sr2".
  select ack-file assign to "sqrt.ack"
  organization is line sequential.
  select upd-file assign to "sqrtfix.ack"
  organization is line sequential.

data division.
file section.
fd input-file.
  01 dat-record pic x(80).
fd fix-file.
  01 fix-card.
    02 fix-data   pic x(80).
    02 fix-reason pic x(2).
    02 fix-orig   pic x(80).
fd csv-file.
  01 csv-line pic x(80).
fd reject-file.
  01 rej-card.
    02 rej-data   pic x(80).
    02 rej-reason pic x(2).
    02 rej-orig   pic x(80).
fd clean-file.
  01 cln-line pic x(80).
fd quar-file.
  01 qar-record.
    02 qar-card   pic x(80).
    02 qar-reason pic x(2).
    02 qar-orig   pic x(80).
    02 qar-back   pic s9(15)v9(6).
    02 qar-err    pic 9(5)v9(6).
fd suspense-file.
  01 sus-record.
    02 sus-card   pic x(80).
    02 sus-reason pic x(2).
    02 sus-first  pic 9(8).
    02 sus-last   pic 9(8).
    02 sus-tries  pic 9(3).
fd calendar-file.
  01 cal-record.
    02 cal-date  pic 9(8).
    02 cal-type  pic x.
      88 cal-business value 'B'.
    02 cal-cycle pic 9(8).
fd policy-file.
  01 tol-record.
    02 tol-branch pic x(3).
    02 tol-op     pic x.
    02 tol-eff    pic 9(8).
    02 tol-diff   pic v9(5).
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
fd hold-file.
  01 hld-card.
    02 hld-data   pic x(80).
    02 hld-reason pic x(2).
    02 hld-orig   pic x(80).
sd match-file.
  01 match-rec.
    02 mr-key.
      03 mr-z      pic x(17).
      03 mr-op     pic x.
      03 mr-branch pic x(3).
    02 mr-class  pic x.
    02 mr-seq    pic 9(7).
    02 mr-text   pic x(80).
    02 mr-proc   pic x(26).
    02 mr-reason pic x(2).
    02 mr-root   pic s9(11)v9(6).
    02 mr-diff   pic v9(5).
    02 mr-eseq   pic 9(7).
fd work-file.
  01 work-record.
    02 wr-source pic x(8).
    02 wr-order  pic 9(7).
    02 wr-line   pic x(80).
sd order-file.
  01 order-rec.
    02 or-source pic x(8).
    02 or-order  pic 9(7).
    02 or-line   pic x(80).
fd ack-file.
  01 ack-line pic x(80).
fd upd-file.
  01 upd-line pic x(80).
working-storage section.
77 ws-dat-status pic xx.
77 ws-fix-status pic xx.
77 ws-csv-status pic xx.
77 ws-rej-status pic xx.
77 ws-cln-status pic xx.
77 ws-qar-status pic xx.
77 ws-sus-status pic xx.
77 ws-cal-status pic xx.
77 ws-tol-status pic xx.
77 ws-ldg-status pic xx.
77 ws-hld-status pic xx.
77 wk-now pic x(21).
77 wk-today pic x(8).
77 wk-cycle pic x(8) value spaces.
77 wk-cycle-n pic 9(8) value 0.
77 wk-source pic x(8) value spaces.
77 wk-ldg-eof pic x value 'N'.
  88 ledger-done value 'Y'.
77 wk-sect-state pic x value 'N'.
  88 section-found value 'Y'.
77 wk-job pic x(3) value spaces.
  88 job-fix value 'FIX'.
77 wk-nxt-state pic x value 'N'.
  88 nxt-posted value 'Y'.
77 wk-ctl-fail pic x value 'N'.
  88 controls-failed value 'Y'.
77 wk-base-csv pic 9(9) value 0.
77 wk-base-rej pic 9(9) value 0.
77 wk-sect-proc pic 9(9) value 0.
77 wk-sect-rej  pic 9(9) value 0.
77 wk-sect-abt  pic 9(9) value 0.
77 wk-csv-row pic 9(9) value 0.
77 wk-rej-row pic 9(9) value 0.
77 wk-seq pic 9(7) value 0.
77 wk-ext-seq pic 9(7) value 0.
77 wk-cur-source pic x(8) value spaces.
77 wk-ack-source pic x(8) value spaces.
77 wk-seg-state pic x value 'N'.
  88 segment-open value 'Y'.
77 wk-ack-state pic x value 'N'.
  88 ack-segment-open value 'Y'.
77 wk-in-eof pic x value 'N'.
  88 input-done value 'Y'.
77 wk-srt-eof pic x value 'N'.
  88 sort-done value 'Y'.
77 wk-skip-count pic 9(7) value 0.
77 wk-field-z pic x(20).
77 wk-field-y pic x(20).
77 wk-field-b pic x(6).
77 wk-field-o pic x(4).
77 wk-field-d pic x(10).
77 wk-field-k pic x(5).
77 wk-field-h pic x(2).
01 wk-key-z pic s9(11)v9(6).
01 wk-key-zx redefines wk-key-z pic x(17).
01 wk-cur-key pic x(21).
01 in-card.
  02 in-z     pic s9(11)v9(6).
  02 in-diff  pic v9(5).
  02 in-op    pic x.
    88 op-square value ' ', 'S'.
  02 in-branch pic x(3).
  02 filler   pic x(46).
  02 in-source pic x(8).
01 ctl-card redefines in-card.
  02 ctl-id   pic x(3).
    88 header-card  value 'HDR'.
    88 trailer-card value 'TRL'.
  02 filler   pic x(77).
01 hdr-card redefines in-card.
  02 filler     pic x(3).
  02 hdr-date   pic 9(8).
  02 hdr-source pic x(8).
  02 filler     pic x(61).
77 wk-gx pic 9(3) value 0.
77 wk-hx pic 9(3) value 0.
77 wk-fx pic 9(3) value 0.
77 wk-grp-limit pic 9(3) value 200.
77 wk-grp-lost pic 9(7) value 0.
01 grp-table.
  02 gc-count pic 9(3).
  02 gc-entry occurs 200 times.
    03 gc-seq    pic 9(7).
    03 gc-eseq   pic 9(7).
    03 gc-orig   pic x(80).
    03 gc-proc   pic x(26).
    03 gc-reason pic x(2).
    03 gc-rej    pic 9(3).
    03 gc-csv    pic 9(3).
  02 gr-count pic 9(3).
  02 gr-entry occurs 200 times.
    03 gr-orig   pic x(80).
    03 gr-reason pic x(2).
    03 gr-kind   pic x.
      88 gr-held value 'H'.
    03 gr-used   pic x.
  02 gv-count pic 9(3).
  02 gv-entry occurs 200 times.
    03 gv-line pic x(80).
    03 gv-root pic s9(11)v9(6).
    03 gv-diff pic v9(5).
    03 gv-used pic x.
  02 gp-count pic 9(3).
  02 gp-entry occurs 200 times.
    03 gp-line pic x(80).
    03 gp-used pic x.
  02 gq-count pic 9(3).
  02 gq-entry occurs 200 times.
    03 gq-line   pic x(80).
    03 gq-reason pic x(2).
    03 gq-used   pic x.
77 wk-match-state pic x value 'N'.
  88 match-found value 'Y'.
77 wk-sx pic 9(5) value 0.
77 wk-sus-count pic 9(5) value 0.
77 wk-sus-limit pic 9(5) value 5000.
77 wk-sus-eof pic x value 'N'.
  88 suspense-done value 'Y'.
01 sus-table.
  02 sus-entry occurs 5000 times.
    03 su-card  pic x(80).
    03 su-first pic 9(8).
77 wk-bx pic 9(3) value 0.
77 wk-bday-count pic 9(3) value 0.
77 wk-bday-limit pic 9(3) value 500.
77 wk-cal-eof pic x value 'N'.
  88 calendar-done value 'Y'.
01 bday-table.
  02 bday-date occurs 500 times pic 9(8).
77 wk-age pic 9(4) value 0.
77 wk-int-first pic 9(7).
77 wk-int-cycle pic 9(7).
77 wk-tol-eof pic x value 'N'.
  88 policy-done value 'Y'.
77 wk-pol-count pic 9(3) value 0.
77 wk-pol-limit pic 9(3) value 200.
77 wk-pol-ix pic 9(3) value 0.
77 wk-pol-state pic x value 'N'.
  88 policy-found   value 'Y'.
  88 policy-missing value 'N'.
77 wk-pol-diff pic v9(5) value 0.
77 wk-pol-rank pic 9 value 0.
77 wk-pol-eff pic 9(8) value 0.
77 wk-cand-rank pic 9 value 0.
77 wk-norm-op pic x value space.
77 wk-branch pic x(3) value spaces.
01 pol-table.
  02 pol-entry occurs 200 times.
    03 pe-branch pic x(3).
    03 pe-op     pic x.
    03 pe-eff    pic 9(8).
    03 pe-diff   pic v9(5).
01 wk-ack-line pic x(80).
77 wk-ack-count pic 9(7) value 0.
77 wk-ack-hash pic s9(15)v9(6) value 0.
77 wk-pb-count pic 9(7) value 0.
77 wk-qr-count pic 9(7) value 0.
77 wk-rj-count pic 9(7) value 0.
77 wk-ab-count pic 9(7) value 0.
77 wk-hd-count pic 9(7) value 0.
77 wk-np-count pic 9(7) value 0.
77 wk-wd-count pic 9(7) value 0.
01 ack-hdr-record.
  02 filler pic x(3) value 'HDR'.
  02 ah-date   pic 9(8).
  02 ah-source pic x(8).
  02 ah-kind   pic x(3).
  02 ah-run-date pic 9(8).
  02 ah-run-time pic x(6).
  02 filler pic x(44) value spaces.
01 ack-dtl-record.
  02 ad-id     pic x(3).
  02 ad-seq    pic 9(7).
  02 ad-card.
    03 ad-z    pic x(17).
    03 ad-zn redefines ad-z pic s9(11)v9(6).
    03 filler  pic x(9).
  02 ad-disp   pic x(2).
    88 ad-published   value 'PB'.
    88 ad-quarantined value 'QR'.
    88 ad-rejected    value 'RJ'.
    88 ad-aborted     value 'AB'.
    88 ad-held        value 'HD'.
    88 ad-withdrawn   value 'WD'.
    88 ad-unprocessed value 'NP'.
  02 ad-reason pic x(2).
  02 ad-root   pic s9(11)v9(6).
  02 ad-tol    pic v9(5).
  02 ad-tight  pic x.
  02 ad-sus-age   pic 9(4).
  02 ad-sus-first pic 9(8).
  02 filler pic x(5).
01 ack-trl-record.
  02 filler pic x(3) value 'TRL'.
  02 at-count pic 9(7).
  02 at-hash  pic s9(15)v9(6).
  02 at-pb pic 9(7).
  02 at-qr pic 9(7).
  02 at-rj pic 9(7).
  02 at-ab pic 9(7).
  02 at-hd pic 9(7).
  02 at-np pic 9(7).
  02 at-wd pic 9(7).

procedure division.
main.
  move function current-date to wk-now.
  move wk-now(1:8) to wk-today.
  perform find-section.
  if job-fix
    open input fix-file
    if ws-fix-status not = '00'
      display 'sqrtack: sqrtfix.dat open failed, status '
        ws-fix-status
      move 8 to return-code
      stop run
    end-if
    close fix-file
  end-if.
  open input input-file.
  if ws-dat-status = '00'
    read input-file into in-card
      at end move 'Y' to wk-in-eof
    end-read
    if not input-done and header-card
      move hdr-source to wk-source
      if wk-cycle = spaces and hdr-date is numeric
        move hdr-date to wk-cycle
      end-if
    end-if
    close input-file
  else
    if not job-fix
      display 'sqrtack: sqrt.dat open failed, status '
        ws-dat-status
      move 8 to return-code
      stop run
    end-if
  end-if.
  if wk-cycle = spaces
    move wk-today to wk-cycle
  end-if.
  move wk-cycle to wk-cycle-n.
  perform load-calendar.
  perform load-policy.
  perform load-suspense.
  open output work-file.
  sort match-file on ascending key mr-key, mr-class, mr-seq
    input procedure is match-in
    output procedure is match-out.
  close work-file.
  sort order-file on ascending key or-source, or-order
    using work-file
    output procedure is ack-out.
  if wk-np-count > 0 or wk-hd-count > 0 or wk-grp-lost > 0
    move 4 to return-code
  end-if.
  if job-fix
    display 'sqrtack: sqrtfix.ack cycle ' wk-cycle ', '
      wk-ack-count ' cards, ' wk-pb-count ' published, '
      wk-rj-count ' rejected again, ' wk-wd-count ' withdrawn'
  else
    display 'sqrtack: sqrt.ack cycle ' wk-cycle ', '
      wk-ack-count ' cards, ' wk-pb-count ' published, '
      wk-qr-count ' quarantined, ' wk-rj-count ' rejected, '
      wk-np-count ' not processed'
  end-if.
  stop run.

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
      if ldg-item = 'FIX' and section-found and ldg-cycle = wk-cycle
        compute wk-base-csv = wk-base-csv + wk-sect-proc
        compute wk-base-rej = wk-base-rej + wk-sect-rej + wk-sect-abt
      else
        move 0 to wk-base-csv
        move 0 to wk-base-rej
      end-if
      move 'Y' to wk-sect-state
      move ldg-cycle to wk-cycle
      move ldg-item to wk-job
      move 'N' to wk-nxt-state
      move 'N' to wk-ctl-fail
      move 0 to wk-sect-proc
      move 0 to wk-sect-rej
      move 0 to wk-sect-abt
    when ldg-post and section-found
      perform take-posting
  end-evaluate.
  read ledger-file at end move 'Y' to wk-ldg-eof end-read.

take-posting.
  if ldg-count not numeric
    move 0 to ldg-count
  end-if.
  if ldg-step = 'SQRTNXT'
    move 'Y' to wk-nxt-state
  end-if.
  evaluate ldg-item
    when 'PROCESS'
      move ldg-count to wk-sect-proc
    when 'REJECT'
      move ldg-count to wk-sect-rej
    when 'ABORT'
      move ldg-count to wk-sect-abt
    when 'CTLFAIL'
      if ldg-count > 0
        move 'Y' to wk-ctl-fail
      end-if
  end-evaluate.

load-calendar.
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

load-bday.
  if cal-business and cal-date is numeric
    and wk-bday-count < wk-bday-limit
    add 1 to wk-bday-count
    move cal-date to bday-date(wk-bday-count)
  end-if.
  read calendar-file at end move 'Y' to wk-cal-eof end-read.

load-policy.
  open input policy-file.
  if ws-tol-status = '00'
    read policy-file at end move 'Y' to wk-tol-eof end-read
    perform load-pol-record until policy-done
    close policy-file
  else
    if ws-tol-status = '05'
      close policy-file
    end-if
  end-if.

load-pol-record.
  if tol-eff is numeric and tol-diff is numeric
    and tol-eff <= wk-cycle-n
    and wk-pol-count < wk-pol-limit
    add 1 to wk-pol-count
    move tol-branch to pe-branch(wk-pol-count)
    move tol-op to pe-op(wk-pol-count)
    move tol-eff to pe-eff(wk-pol-count)
    move tol-diff to pe-diff(wk-pol-count)
  end-if.
  read policy-file at end move 'Y' to wk-tol-eof end-read.

find-policy.
  move 'N' to wk-pol-state.
  move 0 to wk-pol-rank.
  move 0 to wk-pol-eff.
  move 0 to wk-pol-diff.
  perform check-policy
    varying wk-pol-ix from 1 by 1
    until wk-pol-ix > wk-pol-count.

check-policy.
  if (pe-branch(wk-pol-ix) = wk-branch
      or pe-branch(wk-pol-ix) = '***')
    and (pe-op(wk-pol-ix) = wk-norm-op
      or pe-op(wk-pol-ix) = '*')
    move 0 to wk-cand-rank
    if pe-branch(wk-pol-ix) = wk-branch
      add 2 to wk-cand-rank
    end-if
    if pe-op(wk-pol-ix) = wk-norm-op
      add 1 to wk-cand-rank
    end-if
    if policy-missing
      or wk-cand-rank > wk-pol-rank
      or (wk-cand-rank = wk-pol-rank
        and pe-eff(wk-pol-ix) > wk-pol-eff)
      move 'Y' to wk-pol-state
      move wk-cand-rank to wk-pol-rank
      move pe-eff(wk-pol-ix) to wk-pol-eff
      move pe-diff(wk-pol-ix) to wk-pol-diff
    end-if
  end-if.

load-suspense.
  open input suspense-file.
  if ws-sus-status = '00'
    read suspense-file at end move 'Y' to wk-sus-eof end-read
    perform load-sus-record until suspense-done
    close suspense-file
  else
    if ws-sus-status = '05'
      close suspense-file
    end-if
  end-if.

load-sus-record.
  if wk-sus-count < wk-sus-limit
    add 1 to wk-sus-count
    move sus-card to su-card(wk-sus-count)
    move sus-first to su-first(wk-sus-count)
  end-if.
  read suspense-file at end move 'Y' to wk-sus-eof end-read.

match-in.
  if job-fix
    perform release-fixes
  else
    perform release-cards
  end-if.
  perform release-csv.
  perform release-rejects.
  if not job-fix
    perform release-holds
  end-if.
  if nxt-posted
    perform release-clean
    perform release-quarantine
  end-if.

release-cards.
  move 'N' to wk-in-eof.
  move 'N' to wk-seg-state.
  move spaces to wk-cur-source.
  open input input-file.
  if ws-dat-status = '00'
    read input-file into in-card
      at end move 'Y' to wk-in-eof
    end-read
    perform release-card until input-done
    close input-file
  end-if.

release-card.
  evaluate true
    when header-card
      move hdr-source to wk-cur-source
      move 'Y' to wk-seg-state
      move 0 to wk-ext-seq
    when trailer-card
      move 'N' to wk-seg-state
    when other
      if not segment-open
        move spaces to wk-cur-source
        move 'Y' to wk-seg-state
        move 0 to wk-ext-seq
      end-if
      move wk-cur-source to in-source
      add 1 to wk-seq
      add 1 to wk-ext-seq
      move spaces to match-rec
      perform card-key
      move 'A' to mr-class
      move wk-seq to mr-seq
      move wk-ext-seq to mr-eseq
      move in-card to mr-text
      move in-card to mr-proc
      release match-rec
  end-evaluate.
  read input-file into in-card
    at end move 'Y' to wk-in-eof
  end-read.

release-fixes.
  move 'N' to wk-in-eof.
  open input fix-file.
  if ws-fix-status = '00'
    read fix-file at end move 'Y' to wk-in-eof end-read
    perform release-fix until input-done
    close fix-file
  end-if.

release-fix.
  add 1 to wk-seq.
  move spaces to match-rec.
  if fix-data = spaces
    move fix-orig to in-card
  else
    move fix-data to in-card
  end-if.
  perform card-key.
  move 'A' to mr-class.
  move wk-seq to mr-seq.
  move wk-seq to mr-eseq.
  if fix-orig = spaces
    move fix-data to mr-text
  else
    move fix-orig to mr-text
  end-if.
  move in-card to mr-proc.
  if fix-reason = 'DU' and fix-data = spaces
    move 'WD' to mr-reason
  end-if.
  release match-rec.
  read fix-file at end move 'Y' to wk-in-eof end-read.

card-key.
  if in-z is numeric
    move in-z to wk-key-z
    move wk-key-zx to mr-z
  else
    move in-card(1:17) to mr-z
  end-if.
  if op-square
    move 'S' to mr-op
  else
    move in-op to mr-op
  end-if.
  move in-branch to mr-branch.

release-csv.
  move 'N' to wk-in-eof.
  move 0 to wk-csv-row.
  open input csv-file.
  if ws-csv-status = '00'
    read csv-file at end move 'Y' to wk-in-eof end-read
    perform release-csv-row until input-done
    close csv-file
  else
    if ws-csv-status = '05'
      close csv-file
    end-if
  end-if.

release-csv-row.
  add 1 to wk-csv-row.
  if wk-csv-row > wk-base-csv
    move spaces to match-rec
    move csv-line to mr-text
    perform line-key
    if mr-key not = high-values
      move 'C' to mr-class
      move wk-csv-row to mr-seq
      move function numval(wk-field-y) to mr-root
      move function numval(wk-field-d) to mr-diff
      release match-rec
    end-if
  end-if.
  read csv-file at end move 'Y' to wk-in-eof end-read.

line-key.
  move spaces to wk-field-z, wk-field-y, wk-field-b,
    wk-field-o, wk-field-d, wk-field-k, wk-field-h.
  unstring mr-text delimited by ','
    into wk-field-z, wk-field-y, wk-field-b,
    wk-field-o, wk-field-d, wk-field-k, wk-field-h.
  if wk-field-z = spaces or wk-field-y = spaces
    or wk-field-d = spaces
    or function test-numval(wk-field-z) not = 0
    or function test-numval(wk-field-y) not = 0
    or function test-numval(wk-field-d) not = 0
    move high-values to mr-key
    add 1 to wk-skip-count
  else
    move function numval(wk-field-z) to wk-key-z
    move wk-key-zx to mr-z
    move wk-field-o(1:1) to mr-op
    move wk-field-b(1:3) to mr-branch
  end-if.

release-rejects.
  move 'N' to wk-in-eof.
  move 0 to wk-rej-row.
  open input reject-file.
  if ws-rej-status = '00'
    read reject-file at end move 'Y' to wk-in-eof end-read
    perform release-reject until input-done
    close reject-file
  else
    if ws-rej-status = '05'
      close reject-file
    end-if
  end-if.

release-reject.
  add 1 to wk-rej-row.
  if wk-rej-row > wk-base-rej
    move spaces to match-rec
    move rej-data to in-card
    perform card-key
    move 'R' to mr-class
    move wk-rej-row to mr-seq
    if rej-orig = spaces
      move rej-data to mr-text
    else
      move rej-orig to mr-text
    end-if
    move rej-reason to mr-reason
    release match-rec
  end-if.
  read reject-file at end move 'Y' to wk-in-eof end-read.

release-holds.
  move 'N' to wk-in-eof.
  move 0 to wk-rej-row.
  open input hold-file.
  if ws-hld-status = '00'
    read hold-file at end move 'Y' to wk-in-eof end-read
    perform release-hold until input-done
    close hold-file
  else
    if ws-hld-status = '05'
      close hold-file
    end-if
  end-if.

release-hold.
  add 1 to wk-rej-row.
  move spaces to match-rec.
  move hld-data to in-card.
  perform card-key.
  move 'H' to mr-class.
  move wk-rej-row to mr-seq.
  if hld-orig = spaces
    move hld-data to mr-text
  else
    move hld-orig to mr-text
  end-if.
  move hld-reason to mr-reason.
  release match-rec.
  read hold-file at end move 'Y' to wk-in-eof end-read.

release-clean.
  move 'N' to wk-in-eof.
  move 0 to wk-csv-row.
  open input clean-file.
  if ws-cln-status = '00'
    read clean-file at end move 'Y' to wk-in-eof end-read
    perform release-clean-row until input-done
    close clean-file
  else
    if ws-cln-status = '05'
      close clean-file
    end-if
  end-if.

release-clean-row.
  add 1 to wk-csv-row.
  move spaces to match-rec.
  move cln-line to mr-text.
  perform line-key.
  if mr-key not = high-values
    move 'P' to mr-class
    move wk-csv-row to mr-seq
    release match-rec
  end-if.
  read clean-file at end move 'Y' to wk-in-eof end-read.

release-quarantine.
  move 'N' to wk-in-eof.
  move 0 to wk-csv-row.
  open input quar-file.
  if ws-qar-status = '00'
    read quar-file at end move 'Y' to wk-in-eof end-read
    perform release-quar-row until input-done
    close quar-file
  else
    if ws-qar-status = '05'
      close quar-file
    end-if
  end-if.

release-quar-row.
  add 1 to wk-csv-row.
  move spaces to match-rec.
  move qar-orig to mr-text.
  perform line-key.
  if mr-key not = high-values
    move 'Q' to mr-class
    move wk-csv-row to mr-seq
    move qar-reason to mr-reason
    release match-rec
  end-if.
  read quar-file at end move 'Y' to wk-in-eof end-read.

match-out.
  move 0 to gc-count, gr-count, gv-count, gp-count, gq-count.
  return match-file
    at end move 'Y' to wk-srt-eof
  end-return.
  if not sort-done
    move mr-key to wk-cur-key
  end-if.
  perform take-match until sort-done.
  perform resolve-group.

take-match.
  if mr-key not = wk-cur-key
    perform resolve-group
    move 0 to gc-count, gr-count, gv-count, gp-count, gq-count
    move mr-key to wk-cur-key
  end-if.
  perform store-match.
  return match-file
    at end move 'Y' to wk-srt-eof
  end-return.

store-match.
  evaluate mr-class
    when 'A'
      if gc-count < wk-grp-limit
        add 1 to gc-count
        move mr-seq to gc-seq(gc-count)
        move mr-eseq to gc-eseq(gc-count)
        move mr-text to gc-orig(gc-count)
        move mr-proc to gc-proc(gc-count)
        move mr-reason to gc-reason(gc-count)
        move 0 to gc-rej(gc-count)
        move 0 to gc-csv(gc-count)
      else
        add 1 to wk-grp-lost
      end-if
    when 'R'
    when 'H'
      if gr-count < wk-grp-limit
        add 1 to gr-count
        move mr-text to gr-orig(gr-count)
        move mr-reason to gr-reason(gr-count)
        move mr-class to gr-kind(gr-count)
        move 'N' to gr-used(gr-count)
      end-if
    when 'C'
      if gv-count < wk-grp-limit
        add 1 to gv-count
        move mr-text to gv-line(gv-count)
        move mr-root to gv-root(gv-count)
        move mr-diff to gv-diff(gv-count)
        move 'N' to gv-used(gv-count)
      end-if
    when 'P'
      if gp-count < wk-grp-limit
        add 1 to gp-count
        move mr-text to gp-line(gp-count)
        move 'N' to gp-used(gp-count)
      end-if
    when 'Q'
      if gq-count < wk-grp-limit
        add 1 to gq-count
        move mr-text to gq-line(gq-count)
        move mr-reason to gq-reason(gq-count)
        move 'N' to gq-used(gq-count)
      end-if
  end-evaluate.

resolve-group.
  perform claim-held
    varying wk-gx from 1 by 1 until wk-gx > gc-count.
  perform claim-reject
    varying wk-gx from gc-count by -1 until wk-gx < 1.
  perform claim-csv
    varying wk-gx from 1 by 1 until wk-gx > gc-count.
  perform write-disposition
    varying wk-gx from 1 by 1 until wk-gx > gc-count.

claim-held.
  if gc-reason(wk-gx) not = 'WD'
    move 0 to wk-fx
    perform match-held
      varying wk-hx from 1 by 1
      until wk-hx > gr-count or wk-fx > 0
    if wk-fx > 0
      move 'Y' to gr-used(wk-fx)
      move wk-fx to gc-rej(wk-gx)
    end-if
  end-if.

match-held.
  if gr-used(wk-hx) = 'N' and gr-held(wk-hx)
    and gr-orig(wk-hx) = gc-orig(wk-gx)
    move wk-hx to wk-fx
  end-if.

claim-reject.
  if gc-reason(wk-gx) not = 'WD' and gc-rej(wk-gx) = 0
    move 0 to wk-fx
    perform match-reject
      varying wk-hx from 1 by 1
      until wk-hx > gr-count or wk-fx > 0
    if wk-fx > 0
      move 'Y' to gr-used(wk-fx)
      move wk-fx to gc-rej(wk-gx)
    end-if
  end-if.

match-reject.
  if gr-used(wk-hx) = 'N' and not gr-held(wk-hx)
    and gr-orig(wk-hx) = gc-orig(wk-gx)
    move wk-hx to wk-fx
  end-if.

claim-csv.
  if gc-rej(wk-gx) = 0 and gc-reason(wk-gx) not = 'WD'
    move 0 to wk-fx
    perform match-csv
      varying wk-hx from 1 by 1
      until wk-hx > gv-count or wk-fx > 0
    if wk-fx > 0
      move 'Y' to gv-used(wk-fx)
      move wk-fx to gc-csv(wk-gx)
    end-if
  end-if.

match-csv.
  if gv-used(wk-hx) = 'N'
    move wk-hx to wk-fx
  end-if.

write-disposition.
  move spaces to ack-dtl-record.
  move 'DTL' to ad-id.
  move gc-eseq(wk-gx) to ad-seq.
  move gc-orig(wk-gx) to ad-card.
  move 0 to ad-root, ad-tol, ad-sus-age, ad-sus-first.
  move space to ad-tight.
  move gc-proc(wk-gx) to in-card.
  evaluate true
    when gc-reason(wk-gx) = 'WD'
      move 'WD' to ad-disp
      move 'DU' to ad-reason
    when gc-rej(wk-gx) > 0
      move gc-rej(wk-gx) to wk-fx
      evaluate true
        when gr-held(wk-fx)
          move 'NP' to ad-disp
        when gr-reason(wk-fx) = 'IT'
          move 'AB' to ad-disp
        when other
          move 'RJ' to ad-disp
      end-evaluate
      move gr-reason(wk-fx) to ad-reason
      if not gr-held(wk-fx)
        perform policy-tolerance
        perform suspense-age
      end-if
    when gc-csv(wk-gx) > 0
      move gc-csv(wk-gx) to wk-fx
      move gv-root(wk-fx) to ad-root
      if in-diff is numeric and gv-diff(wk-fx) < in-diff
        move gv-diff(wk-fx) to ad-tol
        move 'Y' to ad-tight
      end-if
      perform verify-disposition
    when other
      move 'NP' to ad-disp
      if controls-failed
        move 'CF' to ad-reason
      end-if
  end-evaluate.
  move gc-orig(wk-gx) to in-card.
  if in-source = spaces
    move wk-source to wr-source
  else
    move in-source to wr-source
  end-if.
  move gc-seq(wk-gx) to wr-order.
  move ack-dtl-record to wr-line.
  write work-record.

verify-disposition.
  if not nxt-posted
    move 'HD' to ad-disp
    if controls-failed
      move 'CF' to ad-reason
    end-if
  else
    move 0 to wk-hx
    perform match-quarantine
      varying wk-bx from 1 by 1
      until wk-bx > gq-count or wk-hx > 0
    if wk-hx > 0
      move 'Y' to gq-used(wk-hx)
      move 'QR' to ad-disp
      move gq-reason(wk-hx) to ad-reason
    else
      perform match-clean
        varying wk-bx from 1 by 1
        until wk-bx > gp-count or wk-hx > 0
      if wk-hx > 0
        move 'Y' to gp-used(wk-hx)
        move 'PB' to ad-disp
      else
        move 'HD' to ad-disp
      end-if
    end-if
  end-if.

match-quarantine.
  if gq-used(wk-bx) = 'N' and gq-line(wk-bx) = gv-line(wk-fx)
    move wk-bx to wk-hx
  end-if.

match-clean.
  if gp-used(wk-bx) = 'N' and gp-line(wk-bx) = gv-line(wk-fx)
    move wk-bx to wk-hx
  end-if.

policy-tolerance.
  if in-z is numeric and in-diff is numeric
    if op-square
      move 'S' to wk-norm-op
    else
      move in-op to wk-norm-op
    end-if
    move in-branch to wk-branch
    perform find-policy
    if policy-found and in-diff > wk-pol-diff
      move wk-pol-diff to ad-tol
      move 'Y' to ad-tight
    end-if
  end-if.

suspense-age.
  move 'N' to wk-match-state.
  move 0 to wk-fx.
  perform match-suspense
    varying wk-sx from 1 by 1
    until wk-sx > wk-sus-count or match-found.
  if match-found
    move su-first(wk-fx) to ad-sus-first
    perform compute-age
    move wk-age to ad-sus-age
  end-if.

match-suspense.
  if su-card(wk-sx) = gc-orig(wk-gx)
    move 'Y' to wk-match-state
    move wk-sx to wk-fx
  end-if.

compute-age.
  move 0 to wk-age.
  if su-first(wk-fx) not numeric or su-first(wk-fx) = 0
    continue
  else
    if wk-bday-count > 0
      perform count-bday
        varying wk-bx from 1 by 1 until wk-bx > wk-bday-count
    else
      compute wk-int-first =
        function integer-of-date(su-first(wk-fx))
      compute wk-int-cycle =
        function integer-of-date(wk-cycle-n)
      if wk-int-cycle > wk-int-first
        compute wk-age = wk-int-cycle - wk-int-first
      end-if
    end-if
  end-if.

count-bday.
  if bday-date(wk-bx) > su-first(wk-fx)
    and bday-date(wk-bx) <= wk-cycle-n
    add 1 to wk-age
  end-if.

ack-out.
  if job-fix
    open output upd-file
  else
    open output ack-file
  end-if.
  move 'N' to wk-srt-eof.
  move 'N' to wk-ack-state.
  return order-file
    at end move 'Y' to wk-srt-eof
  end-return.
  if sort-done
    move wk-source to wk-ack-source
    perform open-ack-segment
  end-if.
  perform take-ack until sort-done.
  perform close-ack-segment.
  if job-fix
    close upd-file
  else
    close ack-file
  end-if.

open-ack-segment.
  if job-fix
    move 'UPD' to ah-kind
  else
    move 'ACK' to ah-kind
  end-if.
  move wk-cycle-n to ah-date.
  move wk-ack-source to ah-source.
  move wk-today to ah-run-date.
  move wk-now(9:6) to ah-run-time.
  move ack-hdr-record to wk-ack-line.
  perform write-ack.
  move 0 to at-count, at-hash, at-pb, at-qr, at-rj, at-ab,
    at-hd, at-np, at-wd.
  move 'Y' to wk-ack-state.

close-ack-segment.
  if ack-segment-open
    move ack-trl-record to wk-ack-line
    perform write-ack
    move 'N' to wk-ack-state
  end-if.

take-ack.
  if not ack-segment-open or or-source not = wk-ack-source
    perform close-ack-segment
    move or-source to wk-ack-source
    perform open-ack-segment
  end-if.
  move or-line to ack-dtl-record.
  add 1 to wk-ack-count, at-count.
  if ad-zn is numeric
    add ad-zn to wk-ack-hash, at-hash
  end-if.
  evaluate true
    when ad-published   add 1 to wk-pb-count, at-pb
    when ad-quarantined add 1 to wk-qr-count, at-qr
    when ad-rejected    add 1 to wk-rj-count, at-rj
    when ad-aborted     add 1 to wk-ab-count, at-ab
    when ad-held        add 1 to wk-hd-count, at-hd
    when ad-withdrawn   add 1 to wk-wd-count, at-wd
    when other          add 1 to wk-np-count, at-np
  end-evaluate.
  move ack-dtl-record to wk-ack-line.
  perform write-ack.
  return order-file
    at end move 'Y' to wk-srt-eof
  end-return.

write-ack.
  if job-fix
    write upd-line from wk-ack-line
  else
    write ack-line from wk-ack-line
  end-if.
