  select optional override-file assign to "sqrtovr.dat"
  organization is line sequential
  file status is ws-ovr-status.
  select optional ledger-file assign to "sqrt.ldg"
  organization is line sequential
  file status is ws-ldg-status.

data division.
file section.
fd override-file.
  01 ovr-record.
    02 ovr-date pic 9(8).
fd ledger-file.
  01 ldg-record pic x(80).
working-storage section.
77 ws-csv-status pic xx.
77 ws-ldg-status pic xx.
77 ws-gen-status pic xx.
77 ws-cal-status pic xx.
77 ws-ovr-status pic xx.
77 wk-field-d pic x(10).
77 wk-field-k pic x(5).
77 wk-field-h pic x(2).
77 wk-field-s pic x(8).
77 wk-src-count pic 9(3) value 0.
77 wk-src-limit pic 9(3) value 20.
77 wk-sx pic 9(3) value 0.
77 wk-fs pic 9(3) value 0.
77 wk-z pic s9(11)v9(6).
77 wk-y pic s9(11)v9(6).
77 wk-k pic 9(4).
01 ledger-entry.
  02 le-type  pic x.
  02 le-cycle pic x(8).
  02 le-step  pic x(8) value 'SQRTWHX'.
  02 le-item  pic x(8).
  02 le-count pic 9(9).
  02 le-hash  pic s9(15)v9(6).
  02 le-date  pic x(8).
  02 le-time  pic x(6).
  02 filler   pic x(11) value spaces.
01 source-table.
  02 src-entry occurs 20 times.
    03 se-id    pic x(8).
    03 se-count pic 9(7).
    03 se-sum   pic s9(15)v9(6).
01 in-line pic x(80).
01 eof-flag pic x value 'N'.
  88 no-more-records value 'N'.
  02 out-dtl-y      pic s9(11)v9(6).
  02 out-dtl-iters  pic 9(4).
  02 out-dtl-hit    pic x.
  02 out-dtl-source pic x(8).
  02 filler pic x(26) value spaces.
01 out-sub-record.
  02 filler pic x(3) value 'SUB'.
  02 out-sub-branch pic x(3).
  02 out-sub-count  pic 9(7).
  02 out-sub-sum    pic s9(15)v9(6).
  02 filler pic x(46) value spaces.
01 out-src-record.
  02 filler pic x(3) value 'SRC'.
  02 out-src-source pic x(8).
  02 out-src-count  pic 9(7).
  02 out-src-sum    pic s9(15)v9(6).
  02 filler pic x(41) value spaces.
01 out-trl-record.
  02 filler pic x(3) value 'TRL'.
  02 out-trl-count pic 9(7).
  if ws-csv-status not = '00'
    display 'sqrtwhx: sqrtnxt.csv open failed, status '
      ws-csv-status
    perform post-ledger
    move 8 to return-code
    stop run
  end-if.
    input procedure is whx-in
    output procedure is whx-out.
  close csv-file, feed-file.
  perform post-ledger.
  if wk-detail-count = 0
    display 'sqrtwhx: no verified records in sqrtnxt.csv'
    move 8 to return-code
    close override-file
  end-if.

post-ledger.
  open extend ledger-file.
  move 'P' to le-type.
  move 'CSVREAD' to le-item.
  move wk-records-read to le-count.
  move 0 to le-hash.
  perform write-ledger.
  move 'DETAIL' to le-item.
  move wk-detail-count to le-count.
  move wk-hash to le-hash.
  perform write-ledger.
  move 'SKIPPED' to le-item.
  move wk-skipped to le-count.
  move 0 to le-hash.
  perform write-ledger.
  close ledger-file.

write-ledger.
  move wk-cycle to le-cycle.
  move wk-today to le-date.
  move function current-date(9:6) to le-time.
  write ldg-record from ledger-entry.

next-generation.
  move 0 to wk-gen.
  open input gen-file.
    end-return
  end-perform.
  perform branch-subtotal.
  perform source-subtotal
    varying wk-sx from 1 by 1 until wk-sx > wk-src-count.
  move wk-detail-count to out-trl-count.
  move wk-hash to out-trl-hash.
  write feed-record from out-trl-record.

write-detail.
  move spaces to wk-field-z, wk-field-y, wk-field-b,
    wk-field-o, wk-field-d, wk-field-k, wk-field-h, wk-field-s.
  unstring sort-line delimited by ','
    into wk-field-z, wk-field-y, wk-field-b,
    wk-field-o, wk-field-d, wk-field-k, wk-field-h, wk-field-s.
  move function numval(wk-field-z) to wk-z.
  move function numval(wk-field-y) to wk-y.
  if wk-field-k = spaces
  else
    move 'C' to out-dtl-hit
  end-if.
  move wk-field-s to out-dtl-source.
  write feed-record from out-dtl-record.
  add 1 to wk-detail-count.
  add wk-z to wk-hash.
  add 1 to wk-br-count.
  add wk-y to wk-br-sum.
  if wk-field-s not = spaces
    perform find-source
    add 1 to se-count(wk-fs)
    add wk-y to se-sum(wk-fs)
  end-if.

branch-subtotal.
  if wk-br-count > 0
  end-if.
  move 0 to wk-br-count.
  move 0 to wk-br-sum.

find-source.
  move 0 to wk-fs.
  perform match-source
    varying wk-sx from 1 by 1
    until wk-sx > wk-src-count or wk-fs > 0.
  if wk-fs = 0
    if wk-src-count < wk-src-limit
      add 1 to wk-src-count
      move wk-src-count to wk-fs
      move wk-field-s to se-id(wk-fs)
      move 0 to se-count(wk-fs)
      move 0 to se-sum(wk-fs)
    else
      move wk-src-limit to wk-fs
    end-if
  end-if.

match-source.
  if se-id(wk-sx) = wk-field-s
    move wk-sx to wk-fs
  end-if.

source-subtotal.
  move se-id(wk-sx) to out-src-source.
  move se-count(wk-sx) to out-src-count.
  move se-sum(wk-sx) to out-src-sum.
  write feed-record from out-src-record.
