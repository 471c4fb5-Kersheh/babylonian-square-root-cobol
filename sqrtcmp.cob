77 ws-prv-status pic xx.
77 ws-cur-status pic xx.
77 wk-today pic x(8).
77 wk-parm pic x(20) value spaces.
77 wk-mode pic x(8) value spaces.
  88 strict-mode value 'STRICT'.
77 wk-prv-state pic x value 'Y'.
  88 prior-missing value 'N'.
77 wk-prv-skipped pic 9(7) value 0.
77 wk-cur-skipped pic 9(7) value 0.
77 wk-prv-count pic 9(7) value 0.
  88 end-of-file    value 'Y'.
01 cmp-title-line.
  02 filler pic x(9) value spaces.
  02 ct-title pic x(33) value 'Day-over-Day Comparison  Run     '.
  02 ct-date pic x(8).
01 cmp-under-line.
  02 filler pic x(78) value all '-'.
  02 filler pic x value space.
  02 filler pic x(20) value 'Unparsed lines:     '.
  02 cm-skip pic zzzzzz9.
01 cmp-replay-bad-line.
  02 filler pic x(56) value
    ' Replay does not reproduce the archived sqrt.csv -- any '.
  02 filler pic x(33) value 'new, dropped or changed row fails'.
01 cmp-replay-ok-line.
  02 filler pic x(48) value
    ' Replay reproduces the archived sqrt.csv exactly'.
01 cmp-chg-warn-line.
  02 filler pic x(56) value
    ' Changed roots should never occur -- check sqrt.mst and '.

procedure division.
main.
  accept wk-parm from command-line.
  move function upper-case(wk-parm) to wk-mode.
  if wk-mode not = spaces and not strict-mode
    display 'sqrtcmp: only STRICT may be given'
    move 8 to return-code
    stop run
  end-if.
  move function current-date(1:8) to wk-today.
  open output report-file.
  if strict-mode
    move 'Replay Comparison        Run     ' to ct-title
  end-if.
  move wk-today to ct-date.
  write rpt-line from cmp-title-line after advancing 0 lines.
  write rpt-line from cmp-under-line after advancing 1 lines.
  perform match-files.
  perform summary.
  close report-file.
  if strict-mode
    if prior-missing or wk-new-count > 0 or wk-gone-count > 0
      or wk-chg-count > 0
      move 8 to return-code
    end-if
  else
    if wk-chg-count > 0
      move 4 to return-code
    end-if
  end-if.
  stop run.

sort-prior.
  open input prior-file.
  if ws-prv-status not = '00'
    move 'N' to wk-prv-state
    write rpt-line from cmp-noprior-line after advancing 1 lines
    open output prior-work
    close prior-work
  if wk-chg-count > 0
    write rpt-line from cmp-chg-warn-line after advancing 1 lines
  end-if.
  if strict-mode
    if prior-missing or wk-new-count > 0 or wk-gone-count > 0
      or wk-chg-count > 0
      write rpt-line from cmp-replay-bad-line after advancing 1 lines
    else
      write rpt-line from cmp-replay-ok-line after advancing 1 lines
    end-if
  end-if.

branch-line.
  move be-branch(wk-bx) to cb-branch.
