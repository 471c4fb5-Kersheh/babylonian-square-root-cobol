    02 hst-min   pic s9(11)v9(6).
    02 hst-max   pic s9(11)v9(6).
    02 hst-avg   pic s9(11)v9(6).
    02 hst-source pic x(8).
fd trend-file.
  01 trd-line pic x(100).
working-storage section.
77 ws-hst-status pic xx.
77 wk-parm pic x(20) value spaces.
77 wk-month pic x(6) value spaces.
77 wk-source pic x(8) value spaces.
77 wk-runs      pic 9(7) value 0.
77 wk-tot-read  pic 9(9) value 0.
77 wk-tot-cmp   pic 9(9) value 0.
  02 filler pic x(9) value spaces.
  02 filler pic x(25) value 'Run History Trend Report '.
  02 trd-month pic x(6).
  02 filler pic x value space.
  02 trd-source pic x(8).
01 trend-under-line.
  02 filler pic x(78) value all '-'.
01 trend-heads.
procedure division.
main.
  accept wk-parm from command-line.
  if wk-parm not = spaces
    unstring wk-parm delimited by all spaces
      into wk-month, wk-source
  end-if.
  if wk-month = 'ALL'
    move spaces to wk-month
  end-if.
  open input history-file.
  open output trend-file.
  move wk-month to trd-month.
  move wk-source to trd-source.
  write trd-line from trend-title-line after advancing 0 lines.
  write trd-line from trend-under-line after advancing 1 lines.
  write trd-line from trend-heads after advancing 1 lines.
  stop run.

trend-record.
  if (wk-month = spaces or hst-date(1:6) = wk-month)
    and hst-source = wk-source
    add 1 to wk-runs
    add hst-read to wk-tot-read
    add hst-count to wk-tot-cmp
