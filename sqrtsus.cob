  file status is ws-tol-status.
  select report-file assign to "sqrtsus.rpt"
  organization is line sequential.
  select optional ledger-file assign to "sqrt.ldg"
  organization is line sequential
  file status is ws-ldg-status.

data division.
file section.
    02 tol-diff   pic v9(5).
fd report-file.
  01 rpt-line pic x(132).
fd ledger-file.
  01 ldg-record pic x(80).
working-storage section.
77 ws-ldg-status pic xx.
77 wk-rej-read  pic 9(5) value 0.
77 wk-upd-count pic 9(5) value 0.
77 wk-rej-lost  pic 9(5) value 0.
77 ws-sus-status pic xx.
77 ws-rej-status pic xx.
77 ws-clr-status pic xx.
77 wk-csv-z pic s9(11)v9(6).
77 wk-csv-d pic v9(5).
77 wk-csv-op pic x.
01 ledger-entry.
  02 le-type  pic x.
  02 le-cycle pic x(8).
  02 le-step  pic x(8) value 'SQRTSUS'.
  02 le-item  pic x(8).
  02 le-count pic 9(9).
  02 le-hash  pic s9(15)v9(6).
  02 le-date  pic x(8).
  02 le-time  pic x(6).
  02 filler   pic x(11) value spaces.
01 sus-table.
  02 sus-entry occurs 5000 times.
    03 se-card   pic x(80).
  perform rewrite-suspense.
  perform write-report.
  perform truncate-cleared.
  perform post-ledger.
  if wk-aged-count > 0 or wk-lost-count > 0
    move 4 to return-code
  end-if.
  stop run.

post-ledger.
  open extend ledger-file.
  move 'P' to le-type.
  move 0 to le-hash.
  move 'REJREAD' to le-item.
  move wk-rej-read to le-count.
  perform write-ledger.
  move 'ADDED' to le-item.
  move wk-added-count to le-count.
  perform write-ledger.
  move 'UPDATED' to le-item.
  move wk-upd-count to le-count.
  perform write-ledger.
  move 'REJLOST' to le-item.
  move wk-rej-lost to le-count.
  perform write-ledger.
  move 'CLEARED' to le-item.
  move wk-clear-count to le-count.
  perform write-ledger.
  close ledger-file.

write-ledger.
  move wk-cycle to le-cycle.
  move wk-today to le-date.
  move function current-date(9:6) to le-time.
  write ldg-record from ledger-entry.

load-calendar.
  move wk-today to wk-cycle.
  open input calendar-file.
  end-if.

absorb-rej-record.
  add 1 to wk-rej-read.
  if rej-orig = spaces
    move rej-data to wk-key-card
  else
  end-if.
  perform find-entry.
  if entry-found
    add 1 to wk-upd-count
    if se-last(wk-fx) not = wk-cycle
      move wk-cycle to se-last(wk-fx)
      add 1 to se-tries(wk-fx)
      perform parse-entry
    else
      add 1 to wk-lost-count
      add 1 to wk-rej-lost
    end-if
  end-if.
  read reject-file at end move 'Y' to eof-flag end-read.

match-clean.
  if se-open(wk-sx) and se-parsed(wk-sx)
    and se-reason(wk-sx) not = 'DU'
    and se-z(wk-sx) = wk-csv-z
    and se-diff(wk-sx) = wk-csv-d
    and se-op(wk-sx) = wk-csv-op
