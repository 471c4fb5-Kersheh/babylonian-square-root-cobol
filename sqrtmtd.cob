    02 mtd-min    pic s9(11)v9(6).
    02 mtd-max    pic s9(11)v9(6).
    02 mtd-sum    pic s9(15)v9(6).
    02 mtd-sq-hit  pic 9(7).
    02 mtd-cb-hit  pic 9(7).
    02 mtd-nth-hit pic 9(7).
sd sort-file.
  01 sort-rec.
    02 sort-branch pic x(3).
    02 sort-date   pic 9(8).
    02 sort-body   pic x(129).
fd statement-file.
  01 rpt-line pic x(132).
fd branch-file.
77 wk-br-sq    pic 9(9) value 0.
77 wk-br-cb    pic 9(9) value 0.
77 wk-br-nth   pic 9(9) value 0.
77 wk-br-hit   pic 9(9) value 0.
77 wk-br-min   pic s9(11)v9(6) value 99999999999.999999.
77 wk-br-max   pic s9(11)v9(6) value -99999999999.999999.
77 wk-br-sum   pic s9(17)v9(6) value 0.
  02 wr-min    pic s9(11)v9(6).
  02 wr-max    pic s9(11)v9(6).
  02 wr-sum    pic s9(15)v9(6).
  02 wr-sq-hit  pic 9(7).
  02 wr-cb-hit  pic 9(7).
  02 wr-nth-hit pic 9(7).
01 prt-area pic x(132).
01 blank-line pic x(132) value spaces.
01 eof-flag pic x value 'N'.
  02 filler pic x value space.
  02 filler pic x(20) value 'Nth roots:          '.
  02 to-nth pic zzzzzzzz9.
01 total-hit-line.
  02 filler pic x value space.
  02 filler pic x(20) value 'Master hits:        '.
  02 to-hit pic zzzzzzzz9.
01 total-days-line.
  02 filler pic x value space.
  02 filler pic x(20) value 'Days active:        '.
  add wr-sq to wk-br-sq.
  add wr-cb to wk-br-cb.
  add wr-nth to wk-br-nth.
  if wr-sq-hit is numeric and wr-cb-hit is numeric
    and wr-nth-hit is numeric
    add wr-sq-hit, wr-cb-hit, wr-nth-hit to wk-br-hit
  end-if.
  add wr-sum to wk-br-sum.
  if wr-count > 0
    if wr-min < wk-br-min
  move wk-br-nth to to-nth.
  move total-nth-line to prt-area.
  perform print-stmt.
  move wk-br-hit to to-hit.
  move total-hit-line to prt-area.
  perform print-stmt.
  if wk-br-count > 0
    move wk-br-min to to-min
    move wk-br-max to to-max
  move 0 to wk-br-sq.
  move 0 to wk-br-cb.
  move 0 to wk-br-nth.
  move 0 to wk-br-hit.
  move 0 to wk-br-sum.
  move 99999999999.999999 to wk-br-min.
  move -99999999999.999999 to wk-br-max.
