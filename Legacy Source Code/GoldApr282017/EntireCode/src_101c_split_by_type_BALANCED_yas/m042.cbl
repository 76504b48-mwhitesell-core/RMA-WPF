    05  scr-desc line 09 col 25 pic x(12) using sess-unit-desc auto.
    05  line 10 col 01 value "STATUS (A=active T=terminated)".
    05  scr-status line 10 col 35 pic x using sess-status auto.
* 2026/oct/15 - DM - unit length for the impossible-hours audit
    05  line 11 col 01 value "MINUTES PER UNIT".
    05  scr-minutes line 11 col 25 pic zz9 using sess-unit-minutes auto.
* 2026/oct/15 - end

01  scr-confirm.
    05  line 16 col 01 value "OK TO FILE (Y/N)".
    move ws-sess-contract		to	sess-contract-id.
    move zero				to	sess-unit-rate.
    move "A"				to	sess-status.
* 2026/oct/15 - DM
    move zero				to	sess-unit-minutes.
* 2026/oct/15 - end

    perform ca0-accept-dtl		thru	ca0-99-exit.
    if err-ind not = zero

    accept scr-desc.
    accept scr-status.
* 2026/oct/15 - DM
    accept scr-minutes.
* 2026/oct/15 - end

    move 0				to	err-ind.

