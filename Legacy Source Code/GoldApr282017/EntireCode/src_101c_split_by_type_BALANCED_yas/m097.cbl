security.
*
*   files		: f098 - user security master
*			: f137 - segregation-of-duties rules
*			: f138 - segregation-of-duties override log
*
*   program purpose : user security maintenance - user id, name,
*			password with expiry date, active status,
*
*   revision history:
*
*   2026/oct/15 DM	- a permission list that would give an active
*			  user both programs of a segregation-of-
*			  duties rule (f137, m124) it did not hold
*			  before is warned and filed only on a
*			  supervisor override with a reason, one
*			  f138 record per rule overridden.
*   2026/oct/15 DM	- the operator's d004 adjustment limit
*			  (sec-adj-limit) - over it the entry waits
*			  on f139 for a supervisor in m125.
*
environment division.
input-output section.
file-control.
*
    copy "f098_user_security.slr".
*
* 2026/oct/15 - DM
    copy "f137_sod_rule.slr".
*
    copy "f138_sod_override.slr".
* 2026/oct/15 - end
*
data division.
file section.
*
    copy "f098_user_security.fd".
*
* 2026/oct/15 - DM
    copy "f137_sod_rule.fd".
*
    copy "f138_sod_override.fd".
* 2026/oct/15 - end
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-user-security		pic xx	value zero.
* 2026/oct/15 - DM
77  status-cobol-sod-rule		pic xx	value zero.
77  status-sod-override			pic xx	value zero.
* 2026/oct/15 - end

77  ws-continue				pic x	value spaces.
77  entry-type				pic x	value spaces.

01  ws-user-id				pic x(8)	value spaces.

* 2026/oct/15 - DM - segregation of duties.  the rules are loaded once
*		at start; the permission list as it stood before the
*		change is kept so only a newly given pair is warned.
77  ss-rule				pic 9(4)	comp	value zero.
77  ss-pgm				pic 99		value zero.
77  ws-nbr-rules			pic 9(4)	comp	value zero.
77  ws-nbr-conflicts			pic 9(4)	comp	value zero.
77  eof-sod-rule			pic x	value "N".
77  ws-holds-a				pic x	value "N".
77  ws-holds-b				pic x	value "N".
77  ws-search-pgm			pic x(8)	value spaces.
77  ws-found-pgm			pic x	value "N".
77  ws-override-ok			pic x	value "N".

01  ws-before.
    05  ws-before-all-flag		pic x.
    05  ws-before-status		pic x.
    05  ws-before-pgm			pic x(8)
			occurs 24 times.

01  sod-rule-table.
    05  sr-rule				occurs 200 times.
	10  sr-pgm-a			pic x(8).
	10  sr-pgm-b			pic x(8).
	10  sr-desc			pic x(40).
	10  sr-new-conflict		pic x.

01  ws-sec-save				pic x(250)	value spaces.
01  ws-override-user			pic x(8)	value spaces.
01  ws-override-password		pic x(8)	value spaces.
01  ws-override-reason			pic x(60)	value spaces.

01  ws-conflict-line.
    05  wc-pgm-a			pic x(8).
    05  filler				pic x(3)	value " / ".
    05  wc-pgm-b			pic x(8).
    05  filler				pic x(3)	value " - ".
    05  wc-desc				pic x(40).
* 2026/oct/15 - end

01  counters.
    05  ctr-sec-reads			pic 9(7)	value zero.
    05  ctr-sec-adds			pic 9(7)	value zero.
    05  ctr-sec-changes			pic 9(7)	value zero.
    05  ctr-sec-deletes			pic 9(7)	value zero.
* 2026/oct/15 - DM
    05  ctr-sod-overrides		pic 9(7)	value zero.
* 2026/oct/15 - end

01  error-message-table.

		"user not on file".
	10  filler			pic x(60)   value
		"password may not be blank".
* 2026/oct/15 - DM
	10  filler			pic x(60)   value
		"not filed - a conflicting grant needs a supervisor override".
	10  filler			pic x(60)   value
		"override must be an active supervisor with the password".
	10  filler			pic x(60)   value
		"a supervisor may not override a grant to themselves".
	10  filler			pic x(60)   value
		"the override needs a reason".
* 2026/oct/15 - end

    05  error-messages-r redefines error-messages.
* 2026/oct/15 - DM
	10  err-msg			pic x(60)
			occurs 8 times.
* 2026/oct/15 - end

01  err-msg-comment			pic x(60).

    05  scr-expiry line 09 col 42 pic 9(8) using sec-pwd-expiry-date auto.
    05  line 10 col 01 value "ALL PROGRAMS (Y/N)".
    05  scr-all line 10 col 25 pic x using sec-all-flag auto.
* 2026/oct/15 - DM - clearance to see confidential claims in full
    05  line 10 col 40 value "CONFIDENTIAL CLAIMS (Y/N)".
    05  scr-confidential line 10 col 67 pic x using sec-confidential-flag auto.
* 2026/oct/15 - end
    05  line 11 col 01 value "STATUS (A=active T=terminated)".
    05  scr-status line 11 col 35 pic x using sec-status auto.
* 2026/oct/15 - DM - d004 adjustment limit, whole dollars
    05  line 11 col 40 value "ADJUSTMENT LIMIT $".
    05  scr-adj-limit line 11 col 62 pic zzzz9 using sec-adj-limit auto.
* 2026/oct/15 - end
    05  scr-pgm-01 line 12 col 15 pic x(8) using sec-pgm (1) auto.
    05  scr-pgm-02 line 13 col 15 pic x(8) using sec-pgm (2) auto.
    05  scr-pgm-03 line 14 col 15 pic x(8) using sec-pgm (3) auto.
    05  scr-pgm-11 line 16 col 30 pic x(8) using sec-pgm (11) auto.
    05  scr-pgm-12 line 17 col 30 pic x(8) using sec-pgm (12) auto.

* 2026/oct/15 - DM
01  scr-sod-warning.
    05  line 18 col 01 value "SEGREGATION OF DUTIES" bell.
    05  line 18 col 23 pic x(62) from ws-conflict-line.

01  scr-sod-override.
    05  line 20 col 01 value "SUPERVISOR OVERRIDE (BLANK=DO NOT FILE)".
    05  scr-ovr-user line 20 col 42 pic x(8) using ws-override-user auto.
    05  line 20 col 52 value "PASSWORD".
    05  scr-ovr-password line 20 col 62 pic x(8) using ws-override-password secure auto.
    05  line 21 col 01 value "REASON".
    05  scr-ovr-reason line 21 col 10 pic x(60) using ws-override-reason auto.
* 2026/oct/15 - end

01  scr-confirm.
    05  line 19 col 01 value "OK TO FILE (Y/N)".
    05  scr-confirm-reply line 19 col 25 pic x using ws-continue auto required.
    05  line 15 col 60  pic z(6)9 using ctr-sec-changes.
    05  line 16 col 20  value "deletes".
    05  line 16 col 60  pic z(6)9 using ctr-sec-deletes.
* 2026/oct/15 - DM
    05  line 17 col 20  value "conflicting pairs overridden".
    05  line 17 col 60  pic z(6)9 using ctr-sod-overrides.
* 2026/oct/15 - end
    05  line 21 col 20	value "program m097 ending".
procedure division.
declaratives.
	stop "error in accessing user security master".
*   endif

* 2026/oct/15 - DM
err-sod-rule-file section.
    use after standard error procedure on sod-rule.
err-sod-rule.
    move status-cobol-sod-rule		to common-status-file.
*	(35 = no rules keyed yet - nothing to check against)
    if common-status-file not = "35"
    then
	display file-status-display
	stop "error in accessing segregation-of-duties rules".
*   endif
* 2026/oct/15 - end

end declaratives.

main-line section.
	open i-o user-security.
*   endif

* 2026/oct/15 - DM
    move zero				to	ws-nbr-rules.
    move "N"				to	eof-sod-rule.
    open input sod-rule.
    if status-cobol-sod-rule = "00"
    then
	perform aa1-load-sod-rule	thru	aa1-99-exit
	    until eof-sod-rule = "Y"
	close sod-rule.
*   endif
* 2026/oct/15 - end

    display scr-title.

aa0-99-exit.
    exit.
* 2026/oct/15 - DM
aa1-load-sod-rule.

    read sod-rule next
	at end
	    move "Y"			to	eof-sod-rule
	    go to aa1-99-exit.

    if ws-nbr-rules = 200
    then
	move "Y"			to	eof-sod-rule
	go to aa1-99-exit.
*   endif

    add 1				to	ws-nbr-rules.
    move sod-pgm-a			to	sr-pgm-a (ws-nbr-rules).
    move sod-pgm-b			to	sr-pgm-b (ws-nbr-rules).
    move sod-rule-desc			to	sr-desc (ws-nbr-rules).

aa1-99-exit.
    exit.
* 2026/oct/15 - end
ab0-processing.

    move 0				to	err-ind.
    move ws-user-id			to	sec-user-id.
    move zero				to	sec-pwd-expiry-date.
    move "N"				to	sec-all-flag.
* 2026/oct/15 - DM
    move "N"				to	sec-confidential-flag.
    move zero				to	sec-adj-limit.
* 2026/oct/15 - end
    move "A"				to	sec-status.
* 2026/oct/15 - DM
    move spaces				to	ws-before.
    move "N"				to	ws-before-all-flag.
* 2026/oct/15 - end

    perform ca0-accept-dtl		thru	ca0-99-exit.
    if err-ind not = zero
	go to ba0-99-exit.
*   endif

* 2026/oct/15 - DM
    perform cb0-check-sod		thru	cb0-99-exit.
    if err-ind not = zero
    then
	go to ba0-99-exit.
*   endif
* 2026/oct/15 - end

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
	    go to ba0-99-exit.

    add 1				to	ctr-sec-adds.
* 2026/oct/15 - DM
    perform cd0-log-overrides		thru	cd0-99-exit.
* 2026/oct/15 - end

ba0-99-exit.
    exit.

    add 1				to	ctr-sec-reads.

* 2026/oct/15 - DM
    if sec-adj-limit not numeric
    then
	move zero			to	sec-adj-limit.
*   endif
* 2026/oct/15 - end

* 2026/oct/15 - DM
    move sec-all-flag			to	ws-before-all-flag.
    move sec-status			to	ws-before-status.
    move sec-pgm-list			to	ws-before (3:192).
* 2026/oct/15 - end

    perform ca0-accept-dtl		thru	ca0-99-exit.
    if err-ind not = zero
    then
	go to bb0-99-exit.
*   endif

* 2026/oct/15 - DM
    perform cb0-check-sod		thru	cb0-99-exit.
    if err-ind not = zero
    then
	go to bb0-99-exit.
*   endif
* 2026/oct/15 - end

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
	    go to bb0-99-exit.

    add 1				to	ctr-sec-changes.
* 2026/oct/15 - DM
    perform cd0-log-overrides		thru	cd0-99-exit.
* 2026/oct/15 - end

bb0-99-exit.
    exit.

    add 1				to	ctr-sec-reads.

* 2026/oct/15 - DM
    if sec-adj-limit not numeric
    then
	move zero			to	sec-adj-limit.
*   endif
* 2026/oct/15 - end

    display scr-user-dtl.
    display scr-confirm.
    accept scr-confirm-reply.

    add 1				to	ctr-sec-reads.

* 2026/oct/15 - DM
    if sec-adj-limit not numeric
    then
	move zero			to	sec-adj-limit.
*   endif
* 2026/oct/15 - end

    display scr-user-dtl.
    display confirm.
    stop " ".

    accept scr-expiry.
    accept scr-all.
* 2026/oct/15 - DM
    accept scr-confidential.
    if not sec-confidential-cleared
    then
	move "N"			to	sec-confidential-flag.
*   endif
* 2026/oct/15 - end
    accept scr-status.
* 2026/oct/15 - DM
    accept scr-adj-limit.
* 2026/oct/15 - end
    accept scr-pgm-01.
    accept scr-pgm-02.
    accept scr-pgm-03.

ca0-99-exit.
    exit.
* 2026/oct/15 - DM
cb0-check-sod.

*	(a rule is broken when the list now gives the user both of its
*	 programs - the all-programs flag gives every program - and did
*	 not before.  a terminated user launches nothing.)
    move 0				to	err-ind.
    move zero				to	ws-nbr-conflicts.

    perform cb1-check-rule		thru	cb1-99-exit
	varying ss-rule from 1 by 1
	until   ss-rule > ws-nbr-rules.

    if ws-nbr-conflicts = zero
    then
	go to cb0-99-exit.
*   endif

    perform cb6-show-conflict		thru	cb6-99-exit
	varying ss-rule from 1 by 1
	until   ss-rule > ws-nbr-rules.

cb0-10-override.

    move spaces				to	ws-override-user
						ws-override-password.
    display scr-sod-override.
    accept scr-ovr-user.

    if ws-override-user = spaces
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cb0-99-exit.
*   endif

    accept scr-ovr-password.

    if ws-override-user = sec-user-id
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cb0-10-override.
*   endif

*	(the record being filed sits in the f098 record area - park
*	 it while the supervisor is read)
    move user-security-rec		to	ws-sec-save.
    move ws-override-user		to	sec-user-id.
    move "N"				to	ws-override-ok.
    read user-security
	invalid key
	    move "X"			to	sec-status.

    if   sec-user-active
     and sec-all-programs
     and sec-password = ws-override-password
    then
	move "Y"			to	ws-override-ok.
*   endif

    move ws-sec-save			to	user-security-rec.

    if ws-override-ok not = "Y"
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cb0-10-override.
*   endif

cb0-20-reason.

    accept scr-ovr-reason.
    if ws-override-reason = spaces
    then
	move 8				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cb0-20-reason.
*   endif

    move 0				to	err-ind.

cb0-99-exit.
    exit.
cb1-check-rule.

    move "N"				to	sr-new-conflict (ss-rule).

    if not sec-user-active
    then
	go to cb1-99-exit.
*   endif

*	(held now?)
    move "N"				to	ws-holds-a
						ws-holds-b.
    if sec-all-programs
    then
	move "Y"			to	ws-holds-a
						ws-holds-b
    else
	move sr-pgm-a (ss-rule)		to	ws-search-pgm
	perform cb2-search-now		thru	cb2-99-exit
	move ws-found-pgm		to	ws-holds-a
	move sr-pgm-b (ss-rule)		to	ws-search-pgm
	perform cb2-search-now		thru	cb2-99-exit
	move ws-found-pgm		to	ws-holds-b.
*   endif

    if   ws-holds-a not = "Y"
      or ws-holds-b not = "Y"
    then
	go to cb1-99-exit.
*   endif

*	(held before?)
    if ws-before-status = "A"
    then
	if ws-before-all-flag = "Y"
	then
	    go to cb1-99-exit
	end-if
	move sr-pgm-a (ss-rule)		to	ws-search-pgm
	perform cb4-search-before	thru	cb4-99-exit
	move ws-found-pgm		to	ws-holds-a
	move sr-pgm-b (ss-rule)		to	ws-search-pgm
	perform cb4-search-before	thru	cb4-99-exit
	move ws-found-pgm		to	ws-holds-b
	if   ws-holds-a = "Y"
	 and ws-holds-b = "Y"
	then
	    go to cb1-99-exit
	end-if.
*   endif

    move "Y"				to	sr-new-conflict (ss-rule).
    add 1				to	ws-nbr-conflicts.

cb1-99-exit.
    exit.
cb2-search-now.

    move "N"				to	ws-found-pgm.
    perform cb3-scan-now		thru	cb3-99-exit
	varying ss-pgm from 1 by 1
	until   ss-pgm > 24
	   or   ws-found-pgm = "Y".

cb2-99-exit.
    exit.
cb3-scan-now.

    if sec-pgm (ss-pgm) = ws-search-pgm
    then
	move "Y"			to	ws-found-pgm.
*   endif

cb3-99-exit.
    exit.
cb4-search-before.

    move "N"				to	ws-found-pgm.
    perform cb5-scan-before		thru	cb5-99-exit
	varying ss-pgm from 1 by 1
	until   ss-pgm > 24
	   or   ws-found-pgm = "Y".

cb4-99-exit.
    exit.
cb5-scan-before.

    if ws-before-pgm (ss-pgm) = ws-search-pgm
    then
	move "Y"			to	ws-found-pgm.
*   endif

cb5-99-exit.
    exit.
cb6-show-conflict.

    if sr-new-conflict (ss-rule) not = "Y"
    then
	go to cb6-99-exit.
*   endif

    move sr-pgm-a (ss-rule)		to	wc-pgm-a.
    move sr-pgm-b (ss-rule)		to	wc-pgm-b.
    move sr-desc (ss-rule)		to	wc-desc.
    display scr-sod-warning.
    display confirm.
    stop " ".

cb6-99-exit.
    exit.
cd0-log-overrides.

    if ws-nbr-conflicts = zero
    then
	go to cd0-99-exit.
*   endif

    accept sys-time			from time.

    open extend sod-override.
    if status-sod-override not = "00"
    then
	open output sod-override.
*   endif

    perform cd1-log-override		thru	cd1-99-exit
	varying ss-rule from 1 by 1
	until   ss-rule > ws-nbr-rules.

    close sod-override.

    move zero				to	ws-nbr-conflicts.

cd0-99-exit.
    exit.
cd1-log-override.

    if sr-new-conflict (ss-rule) not = "Y"
    then
	go to cd1-99-exit.
*   endif

    move spaces				to	sod-override-rec.
    move sys-date-long-r		to	sov-date.
    move sys-hrs			to	sov-time (1:2).
    move sys-min			to	sov-time (3:2).
    move sys-sec			to	sov-time (5:2).
    move sec-user-id			to	sov-user-id.
    move sr-pgm-a (ss-rule)		to	sov-pgm-a.
    move sr-pgm-b (ss-rule)		to	sov-pgm-b.
    move ws-override-user		to	sov-supervisor.
    move ws-override-reason		to	sov-reason.

    write sod-override-rec.

    add 1				to	ctr-sod-overrides.

cd1-99-exit.
    exit.
* 2026/oct/15 - end
az0-end-of-job.

    close user-security.
