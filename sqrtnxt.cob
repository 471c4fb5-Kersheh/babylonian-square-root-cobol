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
77 wk-read-hash pic s9(15)v9(6) value 0.
77 wk-clean-hash pic s9(15)v9(6) value 0.
77 wk-records-read pic 9(7) value 0.
77 wk-exceptions pic 9(7) value 0.
77 wk-clean-count pic 9(7) value 0.
77 wk-cand-rank pic 9 value 0.
77 wk-norm-op pic x value space.
77 wk-branch pic x(3) value spaces.
01 ledger-entry.
  02 le-type  pic x.
  02 le-cycle pic x(8).
  02 le-step  pic x(8) value 'SQRTNXT'.
  02 le-item  pic x(8).
  02 le-count pic 9(9).
  02 le-hash  pic s9(15)v9(6).
  02 le-date  pic x(8).
  02 le-time  pic x(6).
  02 filler   pic x(11) value spaces.
01 pol-table.
  02 pol-entry occurs 200 times.
    03 pe-branch pic x(3).
  perform check-record until end-of-file.
  perform summary.
  close csv-file, except-file, clean-file, quar-file.
  perform post-ledger.
  if wk-records-read = 0
    move 8 to return-code
  else
    perform flag-bad-line
  else
    move function numval(wk-field-z) to z
    add z to wk-read-hash
    move function numval(wk-field-y) to y
    move function numval(wk-field-d) to diff
    move wk-field-o(1:1) to wk-norm-op
  end-if.
  move 'N' to wk-cal-eof.

post-ledger.
  open extend ledger-file.
  move 'P' to le-type.
  move 'CSVREAD' to le-item.
  move wk-records-read to le-count.
  move wk-read-hash to le-hash.
  perform write-ledger.
  move 'CLEAN' to le-item.
  move wk-clean-count to le-count.
  move wk-clean-hash to le-hash.
  perform write-ledger.
  move 'QUARANT' to le-item.
  move wk-exceptions to le-count.
  move 0 to le-hash.
  perform write-ledger.
  close ledger-file.

write-ledger.
  move wk-cycle to le-cycle.
  move wk-today to le-date.
  move function current-date(9:6) to le-time.
  write ldg-record from ledger-entry.

load-policy.
  move wk-cycle to wk-cycle-n.
  open input policy-file.

pass-record.
  add 1 to wk-clean-count.
  add z to wk-clean-hash.
  write cln-line from csv-line.

quarantine-record.
