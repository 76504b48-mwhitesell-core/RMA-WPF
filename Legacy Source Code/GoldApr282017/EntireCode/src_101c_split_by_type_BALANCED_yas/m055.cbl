    05  ws-map-agent-cd			pic 9	value zero.
    05  ws-map-class-code		pic x	value spaces.
    05  ws-map-tran-type		pic x	value spaces.
* 2026/oct/15 - DM - "V" = bad-debt recovery (m116, f122),
*		"K" = card processing fee (u149, f127)
*	88  valid-tran-type			value "R" "C" "F" "W".
	88  valid-tran-type			value "R" "C" "F" "W" "V"
						      "K".
* 2026/oct/15 - end

01  counters.
    05  ctr-map-reads			pic 9(7)	value zero.
	10  filler			pic x(60)   value
		"mapping row not on file".
	10  filler			pic x(60)   value
* 2026/oct/15 - DM
*		"transaction type must be r, c, f or w".
		"transaction type must be r, c, f, w, v or k".
* 2026/oct/15 - end
	10  filler			pic x(60)   value
		"debit and credit accounts may not be blank".

    05  scr-agent line 05 col 45 pic 9 using ws-map-agent-cd auto required.
    05  line 06 col 01 value "REVENUE CLASS (space = any class)".
    05  scr-class line 06 col 45 pic x using ws-map-class-code auto.
* 2026/oct/15 - DM
*   05  line 07 col 01 value "TRANSACTION TYPE (R=rev C=cash F=refund W=w/o)".
    05  line 07 col 01 value "TRAN TYPE (R/C/F/W, V=rcv K=card fee)".
* 2026/oct/15 - end
    05  scr-tran line 07 col 45 pic x using ws-map-tran-type auto required.

01  scr-map-dtl.
