identification division.
program-id. r108.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f137 - segregation-of-duties rules
*			: f098 - user security master
*			: f138 - segregation-of-duties override log
*			: f064 - central event log
*			: r108_parm - the month to report (optional)
*			: rr108 - segregation of duties (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : segregation-of-duties report, monthly.  part
*			one lists every active user whose f098
*			permissions give both programs of an f137
*			rule (the all-programs flag gives every
*			program), each pair followed by the
*			supervisor overrides m097 logged on f138 for
*			it - when, by whom and why.  part two lists
*			every rule pair one user actually ran in the
*			month: the menu launches secchain put on the
*			event log, with how often and first and last
*			date for each program of the pair.
*			  the month is the one before the run date
*			  unless r108_parm names one ("M" yyyymm).
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f137_sod_rule.slr".
*
    copy "f098_user_security.slr".
*
    copy "f138_sod_override.slr".
*
    select event-log
	assign to disk "$pb_data/f064_event_log"
	organization is sequential
	file status is status-event-log.
*
    select r108-parm-file
	assign to disk "$pb_data/r108_parm"
	organization is sequential
	file status is status-r108-parm.
*
    select sod-rpt-file
	assign to printer print-file-name
	file status is status-sod-rpt.
*
data division.
file section.
*
    copy "f137_sod_rule.fd".
*
    copy "f098_user_security.fd".
*
    copy "f138_sod_override.fd".
*
    copy "f064_event_log.fd".
*
fd  r108-parm-file
    record contains 80 characters.

*	(type "M" - the month to report, yyyymm)
01  r108-parm-rec.
    05  r108-parm-type			pic x.
    05  r108-parm-month			pic 9(6).
    05  filler				pic x(73).

fd  sod-rpt-file
    record contains 132 characters.

01  sod-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr108".
77  status-sod-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-sod-rule		pic xx	value zero.
77  status-cobol-user-security		pic xx	value zero.
77  status-sod-override			pic xx	value zero.
77  status-event-log			pic xx	value zero.
77  status-r108-parm			pic xx	value zero.

77  eof-sod-rule			pic x	value "N".
77  eof-user-security			pic x	value "N".
77  eof-sod-override			pic x	value "N".
77  eof-event-log			pic x	value "N".

77  ss-rule				pic 9(4)	comp	value zero.
77  ss-pgm				pic 99		value zero.
77  ss-ovr				pic 9(4)	comp	value zero.
77  ss-lau				pic 9(4)	comp	value zero.
77  ss-lau-b				pic 9(4)	comp	value zero.
77  ws-nbr-rules			pic 9(4)	comp	value zero.
77  ws-nbr-overrides			pic 9(4)	comp	value zero.
77  ws-nbr-launches			pic 9(4)	comp	value zero.
77  ws-user-listed			pic x	value "N".
77  ws-holds-a				pic x	value "N".
77  ws-holds-b				pic x	value "N".
77  ws-search-pgm			pic x(8)	value spaces.
77  ws-found-pgm			pic x	value "N".

01  ws-month.
    05  ws-month-yy			pic 9(4).
    05  ws-month-mm			pic 99.

*   the rules (f137)

01  sod-rule-table.
    05  sr-rule				occurs 200 times.
	10  sr-pgm-a			pic x(8).
	10  sr-pgm-b			pic x(8).
	10  sr-desc			pic x(40).

*   the override log (f138) - every override ever given

01  override-table.
    05  ot-override			occurs 2000 times.
	10  ot-date			pic 9(8).
	10  ot-user-id			pic x(8).
	10  ot-pgm-a			pic x(8).
	10  ot-pgm-b			pic x(8).
	10  ot-supervisor		pic x(8).
	10  ot-reason			pic x(60).

*   the month's launches by user and program (f064 LAUNCH events)

01  launch-table.
    05  lt-launch			occurs 3000 times.
	10  lt-user-id			pic x(8).
	10  lt-pgm			pic x(8).
	10  lt-count			pic 9(5).
	10  lt-first-date		pic 9(8).
	10  lt-last-date		pic 9(8).

01  counters.
    05  ctr-users-read			pic 9(7)	value zero.
    05  ctr-events-read			pic 9(7)	value zero.
    05  ctr-launches-month		pic 9(7)	value zero.
    05  ctr-users-conflicted		pic 9(7)	value zero.
    05  ctr-pairs-held			pic 9(7)	value zero.
    05  ctr-overrides-listed		pic 9(7)	value zero.
    05  ctr-pairs-run			pic 9(7)	value zero.
    05  ctr-table-full			pic 9(7)	value zero.

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-sod-head.
    05  filler				pic x(6)	value "r108".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(30)	value
		"SEGREGATION OF DUTIES - MONTH ".
    05  h1-month-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-month-mm			pic 99.
    05  filler				pic x(7)	value spaces.
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-held-head.
    05  filler				pic x(60)	value
		"USERS WHOSE PERMISSIONS GIVE BOTH PROGRAMS OF A RULE".

01  h3-held-head.
    05  filler				pic x(10)	value "USER".
    05  filler				pic x(27)	value "NAME".
    05  filler				pic x(21)	value "PROGRAMS".
    05  filler				pic x(41)	value "RULE".
    05  filler				pic x(12)	value "HELD BY".

01  h4-run-head.
    05  filler				pic x(60)	value
		"RULE PAIRS ONE USER RAN IN THE MONTH (MENU LAUNCHES)".

01  h5-run-head.
    05  filler				pic x(10)	value "USER".
    05  filler				pic x(10)	value "PROGRAM".
    05  filler				pic x(8)	value "  TIMES".
    05  filler				pic x(12)	value "  FIRST".
    05  filler				pic x(11)	value "  LAST".
    05  filler				pic x(10)	value "PROGRAM".
    05  filler				pic x(8)	value "  TIMES".
    05  filler				pic x(12)	value "  FIRST".
    05  filler				pic x(12)	value "  LAST".
    05  filler				pic x(39)	value "RULE".

01  l1-held-line.
    05  l1-user-id			pic x(8).
    05  filler				pic xx		value spaces.
    05  l1-user-name			pic x(25).
    05  filler				pic xx		value spaces.
    05  l1-pgm-a			pic x(8).
    05  filler				pic x(3)	value " / ".
    05  l1-pgm-b			pic x(8).
    05  filler				pic xx		value spaces.
    05  l1-desc				pic x(40).
    05  filler				pic x		value space.
    05  l1-held-by			pic x(12).

01  l2-override-line.
    05  filler				pic x(12)	value spaces.
    05  filler				pic x(11)	value "OVERRIDDEN ".
    05  l2-date				pic 9999/99/99.
    05  filler				pic x(4)	value " BY ".
    05  l2-supervisor			pic x(8).
    05  filler				pic xx		value spaces.
    05  l2-reason			pic x(60).

01  l3-no-override-line.
    05  filler				pic x(12)	value spaces.
    05  filler				pic x(50)	value
		"*** NO OVERRIDE ON FILE FOR THIS PAIR ***".

01  l4-run-line.
    05  l4-user-id			pic x(8).
    05  filler				pic xx		value spaces.
    05  l4-pgm-a			pic x(8).
    05  filler				pic xx		value spaces.
    05  l4-count-a			pic zz,zz9.
    05  filler				pic xx		value spaces.
    05  l4-first-a			pic 9999/99/99.
    05  filler				pic x		value space.
    05  l4-last-a			pic 9999/99/99.
    05  filler				pic x		value space.
    05  l4-pgm-b			pic x(8).
    05  filler				pic xx		value spaces.
    05  l4-count-b			pic zz,zz9.
    05  filler				pic xx		value spaces.
    05  l4-first-b			pic 9999/99/99.
    05  filler				pic x		value space.
    05  l4-last-b			pic 9999/99/99.
    05  filler				pic xx		value spaces.
    05  l4-desc				pic x(40).

01  l5-none-line.
    05  filler				pic x(10)	value spaces.
    05  l5-none-text			pic x(50).

01  l6-total-line.
    05  filler				pic x(10)	value spaces.
    05  l6-total-desc			pic x(45).
    05  l6-total			pic zzz,zz9.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-sod-rule-file section.
    use after standard error procedure on sod-rule.
err-sod-rule.
    move status-cobol-sod-rule		to common-status-file.
*	(35 = no rules keyed yet - the report says so)
    if common-status-file not = "35"
    then
	display "error in accessing sod rules - status "
		common-status-file
	stop "error in accessing segregation-of-duties rules".
*   endif

err-security-file section.
    use after standard error procedure on user-security.
err-user-security.
    move status-cobol-user-security	to common-status-file.
    display "error in accessing user security master - status "
	    common-status-file.
    stop "error in accessing user security master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ba0-held-pairs		thru ba0-99-exit.
    perform ca0-run-pairs		thru ca0-99-exit.
    perform da0-totals			thru da0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    move "r108"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

*	(the month before the run date unless the parm names one)
    move sys-yy				to	ws-month-yy.
    move sys-mm				to	ws-month-mm.
    if ws-month-mm = 1
    then
	move 12				to	ws-month-mm
	subtract 1			from	ws-month-yy
    else
	subtract 1			from	ws-month-mm.
*   endif

    open input r108-parm-file.
    if status-r108-parm = "00"
    then
	read r108-parm-file
	    at end
		move space		to	r108-parm-type
	end-read
	if   r108-parm-type = "M"
	 and r108-parm-month numeric
	 and r108-parm-month (5:2) > "00"
	 and r108-parm-month (5:2) < "13"
	then
	    move r108-parm-month	to	ws-month
	end-if
	close r108-parm-file.
*   endif

*	(the rules - none keyed yet means nothing can conflict)
    move zero				to	ws-nbr-rules.
    open input sod-rule.
    if status-cobol-sod-rule = "00"
    then
	perform aa1-load-rule		thru	aa1-99-exit
	    until eof-sod-rule = "Y"
	close sod-rule.
*   endif

*	(the override log - none until m097's first override)
    move zero				to	ws-nbr-overrides.
    open input sod-override.
    if status-sod-override = "00"
    then
	perform aa2-load-override	thru	aa2-99-exit
	    until eof-sod-override = "Y"
	close sod-override.
*   endif

*	(the month's menu launches)
    move zero				to	ws-nbr-launches.
    open input event-log.
    if status-event-log = "00"
    then
	perform aa3-load-launch		thru	aa3-99-exit
	    until eof-event-log = "Y"
	close event-log.
*   endif

    open input user-security.
    open output sod-rpt-file.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move ws-month-yy			to	h1-month-yy.
    move ws-month-mm			to	h1-month-mm.

aa0-99-exit.
    exit.
aa1-load-rule.

    read sod-rule next
	at end
	    move "Y"			to	eof-sod-rule
	    go to aa1-99-exit.

    if ws-nbr-rules = 200
    then
	add 1				to	ctr-table-full
	move "Y"			to	eof-sod-rule
	go to aa1-99-exit.
*   endif

    add 1				to	ws-nbr-rules.
    move sod-pgm-a			to	sr-pgm-a (ws-nbr-rules).
    move sod-pgm-b			to	sr-pgm-b (ws-nbr-rules).
    move sod-rule-desc			to	sr-desc (ws-nbr-rules).

aa1-99-exit.
    exit.
aa2-load-override.

    read sod-override
	at end
	    move "Y"			to	eof-sod-override
	    go to aa2-99-exit.

    if ws-nbr-overrides = 2000
    then
	add 1				to	ctr-table-full
	move "Y"			to	eof-sod-override
	go to aa2-99-exit.
*   endif

    add 1				to	ws-nbr-overrides.
    move sov-date			to	ot-date (ws-nbr-overrides).
    move sov-user-id			to	ot-user-id (ws-nbr-overrides).
    move sov-pgm-a			to	ot-pgm-a (ws-nbr-overrides).
    move sov-pgm-b			to	ot-pgm-b (ws-nbr-overrides).
    move sov-supervisor			to	ot-supervisor (ws-nbr-overrides).
    move sov-reason			to	ot-reason (ws-nbr-overrides).

aa2-99-exit.
    exit.
aa3-load-launch.

    read event-log
	at end
	    move "Y"			to	eof-event-log
	    go to aa3-99-exit.

    add 1				to	ctr-events-read.

    if   evt-type not = "LAUNCH"
      or evt-date (1:6) not = ws-month
    then
	go to aa3-99-exit.
*   endif

    add 1				to	ctr-launches-month.

*	(one entry per user and program - count it in)
    move "N"				to	ws-found-pgm.
    perform aa4-find-launch		thru	aa4-99-exit
	varying ss-lau from 1 by 1
	until   ss-lau > ws-nbr-launches
	   or   ws-found-pgm = "Y".

    if ws-found-pgm = "Y"
    then
	go to aa3-99-exit.
*   endif

    if ws-nbr-launches = 3000
    then
	add 1				to	ctr-table-full
	go to aa3-99-exit.
*   endif

    add 1				to	ws-nbr-launches.
    move evt-key (1:8)			to	lt-user-id (ws-nbr-launches).
    move evt-pgm			to	lt-pgm (ws-nbr-launches).
    move 1				to	lt-count (ws-nbr-launches).
    move evt-date			to	lt-first-date (ws-nbr-launches)
						lt-last-date (ws-nbr-launches).

aa3-99-exit.
    exit.
aa4-find-launch.

    if   lt-user-id (ss-lau) = evt-key (1:8)
     and lt-pgm (ss-lau) = evt-pgm
    then
	move "Y"			to	ws-found-pgm
	add 1				to	lt-count (ss-lau)
	if evt-date < lt-first-date (ss-lau)
	then
	    move evt-date		to	lt-first-date (ss-lau)
	end-if
	if evt-date > lt-last-date (ss-lau)
	then
	    move evt-date		to	lt-last-date (ss-lau)
	end-if.
*   endif

aa4-99-exit.
    exit.
ba0-held-pairs.

    perform xa0-print-hdr		thru	xa0-99-exit.
    move h2-held-head			to	print-line.
    perform xb0-write-sod-record	thru	xb0-99-exit.
    move 2				to	nbr-lines-to-adv.
    move h3-held-head			to	print-line.
    perform xb0-write-sod-record	thru	xb0-99-exit.

    if ws-nbr-rules = zero
    then
	move 2				to	nbr-lines-to-adv
	move "*** NO SEGREGATION-OF-DUTIES RULES ON FILE ***"
					to	l5-none-text
	move l5-none-line		to	print-line
	perform xb0-write-sod-record	thru	xb0-99-exit
	go to ba0-99-exit.
*   endif

    perform bb0-check-user		thru	bb0-99-exit
	until eof-user-security = "Y".

    if ctr-users-conflicted = zero
    then
	move 2				to	nbr-lines-to-adv
	move "*** NO USER HOLDS BOTH PROGRAMS OF A RULE ***"
					to	l5-none-text
	move l5-none-line		to	print-line
	perform xb0-write-sod-record	thru	xb0-99-exit.
*   endif

ba0-99-exit.
    exit.
bb0-check-user.

    read user-security next
	at end
	    move "Y"			to	eof-user-security
	    go to bb0-99-exit.

    add 1				to	ctr-users-read.

*	(a terminated user launches nothing)
    if not sec-user-active
    then
	go to bb0-99-exit.
*   endif

    move "N"				to	ws-user-listed.

    perform bc0-check-rule		thru	bc0-99-exit
	varying ss-rule from 1 by 1
	until   ss-rule > ws-nbr-rules.

    if ws-user-listed = "Y"
    then
	add 1				to	ctr-users-conflicted.
*   endif

bb0-99-exit.
    exit.
bc0-check-rule.

    if sec-all-programs
    then
	move "Y"			to	ws-holds-a
						ws-holds-b
    else
	move sr-pgm-a (ss-rule)		to	ws-search-pgm
	perform bd0-search-pgm		thru	bd0-99-exit
	move ws-found-pgm		to	ws-holds-a
	move sr-pgm-b (ss-rule)		to	ws-search-pgm
	perform bd0-search-pgm		thru	bd0-99-exit
	move ws-found-pgm		to	ws-holds-b.
*   endif

    if   ws-holds-a not = "Y"
      or ws-holds-b not = "Y"
    then
	go to bc0-99-exit.
*   endif

    add 1				to	ctr-pairs-held.

    move spaces				to	l1-user-name.
    if ws-user-listed = "N"
    then
	move 2				to	nbr-lines-to-adv
	move sec-user-name		to	l1-user-name.
*   endif
    move "Y"				to	ws-user-listed.

    move sec-user-id			to	l1-user-id.
    move sr-pgm-a (ss-rule)		to	l1-pgm-a.
    move sr-pgm-b (ss-rule)		to	l1-pgm-b.
    move sr-desc (ss-rule)		to	l1-desc.
    if sec-all-programs
    then
	move "ALL-PROGRAMS"		to	l1-held-by
    else
	move "PGM LIST"			to	l1-held-by.
*   endif
    move l1-held-line			to	print-line.
    perform xb0-write-sod-record	thru	xb0-99-exit.

*	(the overrides given for this user and pair)
    move "N"				to	ws-found-pgm.
    perform be0-list-override		thru	be0-99-exit
	varying ss-ovr from 1 by 1
	until   ss-ovr > ws-nbr-overrides.

    if ws-found-pgm = "N"
    then
	move l3-no-override-line	to	print-line
	perform xb0-write-sod-record	thru	xb0-99-exit.
*   endif

bc0-99-exit.
    exit.
bd0-search-pgm.

    move "N"				to	ws-found-pgm.
    perform bd1-scan-pgm		thru	bd1-99-exit
	varying ss-pgm from 1 by 1
	until   ss-pgm > 24
	   or   ws-found-pgm = "Y".

bd0-99-exit.
    exit.
bd1-scan-pgm.

    if sec-pgm (ss-pgm) = ws-search-pgm
    then
	move "Y"			to	ws-found-pgm.
*   endif

bd1-99-exit.
    exit.
be0-list-override.

    if   ot-user-id (ss-ovr) not = sec-user-id
      or ot-pgm-a (ss-ovr) not = sr-pgm-a (ss-rule)
      or ot-pgm-b (ss-ovr) not = sr-pgm-b (ss-rule)
    then
	go to be0-99-exit.
*   endif

    move "Y"				to	ws-found-pgm.
    move ot-date (ss-ovr)		to	l2-date.
    move ot-supervisor (ss-ovr)		to	l2-supervisor.
    move ot-reason (ss-ovr)		to	l2-reason.
    move l2-override-line		to	print-line.
    perform xb0-write-sod-record	thru	xb0-99-exit.

    add 1				to	ctr-overrides-listed.

be0-99-exit.
    exit.
ca0-run-pairs.

    move 3				to	nbr-lines-to-adv.
    move h4-run-head			to	print-line.
    perform xb0-write-sod-record	thru	xb0-99-exit.
    move 2				to	nbr-lines-to-adv.
    move h5-run-head			to	print-line.
    perform xb0-write-sod-record	thru	xb0-99-exit.

    perform cb0-check-rule		thru	cb0-99-exit
	varying ss-rule from 1 by 1
	until   ss-rule > ws-nbr-rules.

    if ctr-pairs-run = zero
    then
	move 2				to	nbr-lines-to-adv
	move "*** NO USER RAN BOTH PROGRAMS OF A RULE ***"
					to	l5-none-text
	move l5-none-line		to	print-line
	perform xb0-write-sod-record	thru	xb0-99-exit.
*   endif

ca0-99-exit.
    exit.
cb0-check-rule.

*	(every user who launched the first program of the pair ...)
    perform cc0-check-launch		thru	cc0-99-exit
	varying ss-lau from 1 by 1
	until   ss-lau > ws-nbr-launches.

cb0-99-exit.
    exit.
cc0-check-launch.

    if lt-pgm (ss-lau) not = sr-pgm-a (ss-rule)
    then
	go to cc0-99-exit.
*   endif

*	(... and the second as well)
    move "N"				to	ws-found-pgm.
    perform cd0-find-pgm-b		thru	cd0-99-exit
	varying ss-lau-b from 1 by 1
	until   ss-lau-b > ws-nbr-launches
	   or   ws-found-pgm = "Y".

    if ws-found-pgm not = "Y"
    then
	go to cc0-99-exit.
*   endif

*	(the search stepped one past the match)
    subtract 1				from	ss-lau-b.

    move lt-user-id (ss-lau)		to	l4-user-id.
    move lt-pgm (ss-lau)		to	l4-pgm-a.
    move lt-count (ss-lau)		to	l4-count-a.
    move lt-first-date (ss-lau)		to	l4-first-a.
    move lt-last-date (ss-lau)		to	l4-last-a.
    move lt-pgm (ss-lau-b)		to	l4-pgm-b.
    move lt-count (ss-lau-b)		to	l4-count-b.
    move lt-first-date (ss-lau-b)	to	l4-first-b.
    move lt-last-date (ss-lau-b)	to	l4-last-b.
    move sr-desc (ss-rule)		to	l4-desc.
    move l4-run-line			to	print-line.
    perform xb0-write-sod-record	thru	xb0-99-exit.

    add 1				to	ctr-pairs-run.

cc0-99-exit.
    exit.
cd0-find-pgm-b.

    if   lt-user-id (ss-lau-b) = lt-user-id (ss-lau)
     and lt-pgm (ss-lau-b) = sr-pgm-b (ss-rule)
    then
	move "Y"			to	ws-found-pgm.
*   endif

cd0-99-exit.
    exit.
da0-totals.

    move 3				to	nbr-lines-to-adv.
    move "ACTIVE USERS HOLDING A CONFLICTING PAIR"
					to	l6-total-desc.
    move ctr-users-conflicted		to	l6-total.
    move l6-total-line			to	print-line.
    perform xb0-write-sod-record	thru	xb0-99-exit.

    move "CONFLICTING PAIRS HELD"	to	l6-total-desc.
    move ctr-pairs-held			to	l6-total.
    move l6-total-line			to	print-line.
    perform xb0-write-sod-record	thru	xb0-99-exit.

    move "OVERRIDES LISTED"		to	l6-total-desc.
    move ctr-overrides-listed		to	l6-total.
    move l6-total-line			to	print-line.
    perform xb0-write-sod-record	thru	xb0-99-exit.

    move "MENU LAUNCHES IN THE MONTH"	to	l6-total-desc.
    move ctr-launches-month		to	l6-total.
    move l6-total-line			to	print-line.
    perform xb0-write-sod-record	thru	xb0-99-exit.

    move "CONFLICTING PAIRS RUN BY ONE USER"
					to	l6-total-desc.
    move ctr-pairs-run			to	l6-total.
    move l6-total-line			to	print-line.
    perform xb0-write-sod-record	thru	xb0-99-exit.

*	(a table ran out of room - the report is short by that much)
    if ctr-table-full > zero
    then
	move "*** ENTRIES NOT LOADED - TABLE FULL ***"
					to	l6-total-desc
	move ctr-table-full		to	l6-total
	move l6-total-line		to	print-line
	perform xb0-write-sod-record	thru	xb0-99-exit.
*   endif

da0-99-exit.
    exit.
az0-end-of-job.

    move "r108"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-pairs-run			to	elp-count.
    move "CONFLICTING PAIRS RUN IN THE MONTH"
					to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    if ctr-table-full > zero
    then
	move "r108"			to	elp-pgm
	move "EXCEPT"			to	elp-type
	move ctr-table-full		to	elp-count
	move "ENTRIES NOT LOADED - TABLE FULL"
					to	elp-text
	call "eventlog" using event-log-parms
	    on exception
		continue
	end-call.
*   endif

    close user-security
	  sod-rpt-file.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write sod-rpt-record		from	h1-sod-head after advancing page.
    move 2				to	nbr-lines-to-adv.
    move 1				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-sod-record.

    if nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write sod-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
