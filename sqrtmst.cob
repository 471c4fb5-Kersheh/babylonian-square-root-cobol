      03 mst-op   pic x.
    02 mst-root   pic s9(11)v9(6).
    02 mst-iters  pic s9999.
    02 mst-hits   pic 9(7).
    02 mst-first  pic 9(8).
    02 mst-last   pic 9(8).
    02 mst-flag   pic x.
fd csv-file.
  01 csv-line pic x(80).
working-storage section.
77 wk-field-b pic x(6).
77 wk-field-o pic x(4).
77 wk-field-d pic x(10).
77 wk-field-k pic x(5).
77 wk-today pic x(8).
01 eof-flag pic x value 'N'.
  88 no-more-records value 'N'.
  88 end-of-file    value 'Y'.
procedure division.
main.
  accept wk-parm from command-line.
  move function current-date(1:8) to wk-today.
  evaluate function upper-case(function trim(wk-parm))
    when 'PURGE'   perform purge-master
    when 'REBUILD' perform rebuild-master

load-record.
  move spaces to wk-field-z, wk-field-y, wk-field-b,
    wk-field-o, wk-field-d, wk-field-k.
  unstring csv-line delimited by ','
    into wk-field-z, wk-field-y, wk-field-b,
    wk-field-o, wk-field-d, wk-field-k.
  if wk-field-z = spaces or wk-field-y = spaces
    or wk-field-o = spaces or wk-field-d = spaces
    or function test-numval(wk-field-z) not = 0
    move function numval(wk-field-d) to mst-diff
    move wk-field-o(1:1) to mst-op
    move function numval(wk-field-y) to mst-root
    if wk-field-k not = spaces
      and function test-numval(wk-field-k) = 0
      move function numval(wk-field-k) to mst-iters
    else
      move 0 to mst-iters
    end-if
    move 0 to mst-hits
    move wk-today to mst-first
    move wk-today to mst-last
    move space to mst-flag
    write mst-record
      invalid key add 1 to wk-skipped
      not invalid key add 1 to wk-loaded
