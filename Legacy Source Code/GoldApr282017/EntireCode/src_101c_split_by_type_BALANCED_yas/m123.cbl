identification division.
program-id. m123.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f136 - legal hold register
*			: f098 - user security master
*
*   program purpose : legal hold maintenance.  when the office is
*			told to preserve records - a lawsuit, a
*			college complaint, an MOH or insurer
*			inquiry - the hold is placed here against a
*			patient, a doctor, a client (every doctor of
*			the client) or a range of claim ids, with
*			the matter reference, the operator who
*			placed it and the date it is due to lift.
*			the clinic and period-end stretch says which
*			archived report generations (f063) it keeps
*			as well.  while a hold is open u099, u122,
*			u803, u023, r071/r073 and u154 leave what
*			it covers alone.
*			  the operator signs on against f098.  what
*			  a hold covers is fixed once it is placed
*			  - a different patient or range is a new
*			  hold; the reference, description, release
*			  date and archive stretch may be changed.
*			  a hold is released ("R") only by the
*			  operator who placed it or a supervisor
*			  (all-programs flag); released holds stay
*			  on file as the record of the matter.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f136_legal_hold.slr".
*
    copy "f098_user_security.slr".
*
data division.
file section.
*
    copy "f136_legal_hold.fd".
*
    copy "f098_user_security.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-legal-hold		pic xx	value zero.
77  status-cobol-user-security		pic xx	value zero.

77  ws-continue				pic x	value spaces.
77  entry-type				pic x	value spaces.
    88  add-code				value "A".
    88  change-code				value "C".
    88  release-code				value "R".
    88  inquire-code				value "I".
    88  end-maintenance				value "*".

01  ws-hold-nbr				pic 9(6)	value zero.
01  ws-hold-save			pic x(200)	value spaces.
01  ws-doc-nbr				pic x(3)	value spaces.
01  ws-doc-nbr-r redefines ws-doc-nbr	pic 9(3).

*   the operator signed on

01  ws-user-id				pic x(8)	value spaces.
01  ws-entered-password			pic x(8)	value spaces.
77  ws-user-supervisor			pic x	value "N".
77  ws-signed-on			pic x	value "N".

01  counters.
    05  ctr-hold-reads			pic 9(7)	value zero.
    05  ctr-hold-adds			pic 9(7)	value zero.
    05  ctr-hold-changes		pic 9(7)	value zero.
    05  ctr-hold-releases		pic 9(7)	value zero.

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"invalid entry type - use a/c/r/i or * to end".
	10  filler			pic x(60)   value
		"hold not on file".
	10  filler			pic x(60)   value
		"hold is already released".
	10  filler			pic x(60)   value
		"user id or password not valid".
	10  filler			pic x(60)   value
		"hold type must be P, D, C or R".
	10  filler			pic x(60)   value
		"a patient hold needs the patient key".
	10  filler			pic x(60)   value
		"a doctor hold needs a doctor number (3 digits)".
	10  filler			pic x(60)   value
		"a client hold needs the client id".
	10  filler			pic x(60)   value
		"a claim range needs from and to - from not after to".
	10  filler			pic x(60)   value
		"period from may not be after period to".
	10  filler			pic x(60)   value
		"release date must be blank (zero) or after today".
	10  filler			pic x(60)   value
		"the matter reference may not be blank".
	10  filler			pic x(60)   value
		"only the operator who placed the hold or a supervisor may".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 13 times.

01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m123".
    05  line 01 col 15 value "Legal Hold Register".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-sign-on.
    05  line 03 col 01 value "USER (BLANK=END)".
    05  scr-user-id line 03 col 20 pic x(8) using ws-user-id auto.
    05  line 03 col 32 value "PASSWORD".
    05  scr-password line 03 col 42 pic x(8) using ws-entered-password secure auto.

01  scr-entry-type.
    05  line 04 col 01 value "ENTRY (A=place hold C=change R=release I=inquire *=end)".
    05  scr-type line 04 col 60 pic x using entry-type auto required.

01  scr-hold-nbr.
    05  line 05 col 01 value "HOLD NBR".
    05  scr-nbr line 05 col 20 pic 9(6) using ws-hold-nbr auto required.

01  scr-hold-dtl.
    05  line 05 col 01 value "HOLD NBR".
    05  line 05 col 20 pic 9(6) from lh-hold-nbr.
    05  line 07 col 01 value "HOLD ON (P=patient D=doctor C=client R=claim range)".
    05  scr-hold-type line 07 col 54 pic x using lh-hold-type auto.
    05  line 08 col 01 value "PATIENT KEY".
    05  scr-pat-key line 08 col 20 pic x(16) using lh-pat-key auto.
    05  line 09 col 01 value "DOCTOR".
    05  scr-doc-nbr line 09 col 20 pic x(3) using lh-doc-nbr auto.
    05  line 09 col 32 value "CLIENT".
    05  scr-client-id line 09 col 40 pic x(5) using lh-client-id auto.
    05  line 10 col 01 value "CLAIMS FROM".
    05  scr-claim-from line 10 col 20 pic x(11) using lh-claim-from auto.
    05  line 10 col 32 value "TO".
    05  scr-claim-to line 10 col 40 pic x(11) using lh-claim-to auto.
    05  line 12 col 01 value "MATTER REFERENCE".
    05  scr-matter-ref line 12 col 20 pic x(20) using lh-matter-ref auto.
    05  line 13 col 01 value "DESCRIPTION".
    05  scr-matter-desc line 13 col 20 pic x(40) using lh-matter-desc auto.
    05  line 14 col 01 value "RELEASE DATE".
    05  scr-release-date line 14 col 20 pic 9(8) using lh-release-date auto.
    05  line 14 col 32 value "(YYYYMMDD - ZERO = UNTIL RELEASED HERE)".
    05  line 16 col 01 value "ARCHIVED REPORTS KEPT - CLINIC (00=ALL)".
    05  scr-clinic-nbr line 16 col 42 pic 99 using lh-clinic-nbr auto.
    05  line 17 col 01 value "PERIOD ENDS FROM".
    05  scr-period-from line 17 col 20 pic 9(8) using lh-period-from auto.
    05  line 17 col 32 value "TO".
    05  scr-period-to line 17 col 40 pic 9(8) using lh-period-to auto.
    05  line 19 col 01 value "PLACED BY".
    05  line 19 col 20 pic x(8) from lh-placed-by.
    05  line 19 col 32 value "ON".
    05  line 19 col 40 pic 9999/99/99 from lh-placed-date.
    05  line 20 col 01 value "STATUS".
    05  line 20 col 20 pic x from lh-status.
    05  line 20 col 22 value "(O=OPEN R=RELEASED)".
    05  line 20 col 42 value "BY".
    05  line 20 col 45 pic x(8) from lh-released-by.
    05  line 20 col 55 value "ON".
    05  line 20 col 58 pic 9999/99/99 from lh-released-date.

01  scr-confirm.
    05  line 22 col 01 value "OK TO FILE (Y/N)".
    05  scr-confirm-reply line 22 col 25 pic x using ws-continue auto required.

01  scr-release-confirm.
    05  line 22 col 01 value "RELEASE THIS HOLD NOW (Y/N)".
    05  scr-release-reply line 22 col 30 pic x using ws-continue auto required.

01  scr-placed.
    05  line 22 col 01 value "HOLD PLACED AS NUMBER".
    05  line 22 col 25 pic 9(6) from lh-hold-nbr.

01  file-status-display.
    05  line 24 col 56	"file status = ".
    05  line 24 col 70	pic x(2) using common-status-file	bell blink.

01  err-msg-line.
    05  line 24 col 01	value " error -  "	bell blink.
    05  line 24 col 11	pic x(60)	using err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-line-24.
    05  line 24 col 1	blank line.

01  blank-work-area.
    05  line 05 col 01 blank screen.

01  scr-closing-screen.
    05  blank screen.
    05  line 12 col 20  value "reads".
    05  line 12 col 60  pic z(6)9 using ctr-hold-reads.
    05  line 13 col 20  value "holds placed".
    05  line 13 col 60  pic z(6)9 using ctr-hold-adds.
    05  line 14 col 20  value "changes".
    05  line 14 col 60  pic z(6)9 using ctr-hold-changes.
    05  line 15 col 20  value "holds released".
    05  line 15 col 60  pic z(6)9 using ctr-hold-releases.
    05  line 21 col 20	value "program m123 ending".
    05  line 21 col 40	pic 99 from sys-hrs.
    05  line 21 col 42	value ":".
    05  line 21 col 43	pic 99 from sys-min.

procedure division.
declaratives.

err-legal-hold-file section.
    use after standard error procedure on legal-hold.
err-legal-hold.
    move status-cobol-legal-hold	to common-status-file.
    display file-status-display.
    stop "error in accessing legal hold register".

err-security-file section.
    use after standard error procedure on user-security.
err-user-security.
    move status-cobol-user-security	to common-status-file.
    display file-status-display.
    stop "error in accessing user security master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    if ws-signed-on = "Y"
    then
	perform ab0-processing		thru ab0-99-exit
	    until end-maintenance.
*   endif
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    open i-o legal-hold.

*	(fresh system - create the register so the first hold can be
*	 placed)
    if status-cobol-legal-hold = "35"
    then
	open output legal-hold
	close legal-hold
	open i-o legal-hold.
*   endif

    open input user-security.

    display scr-title.

aa0-10-sign-on.

    move spaces				to	ws-user-id
						ws-entered-password.
    display scr-sign-on.
    accept scr-user-id.

    if ws-user-id = spaces
    then
	go to aa0-99-exit.
*   endif

    accept scr-password.

    move ws-user-id			to	sec-user-id.
    read user-security
	invalid key
	    move 4			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to aa0-10-sign-on.

    if   not sec-user-active
      or sec-password not = ws-entered-password
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to aa0-10-sign-on.
*   endif

    move "Y"				to	ws-signed-on.
    move "N"				to	ws-user-supervisor.
    if sec-all-programs
    then
	move "Y"			to	ws-user-supervisor.
*   endif

aa0-99-exit.
    exit.
ab0-processing.

    move 0				to	err-ind.
    display scr-entry-type.
    accept scr-type.

    if end-maintenance
    then
	go to ab0-99-exit.
*   endif

    if   not add-code
     and not change-code
     and not release-code
     and not inquire-code
    then
	move 1				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    display blank-work-area.

    if add-code
    then
	perform ba0-add			thru	ba0-99-exit
	go to ab0-99-exit.
*   endif

    display scr-hold-nbr.
    accept scr-nbr.

    move ws-hold-nbr			to	lh-hold-nbr.

    if change-code
    then
	perform bb0-change		thru	bb0-99-exit
    else
	if release-code
	then
	    perform bc0-release		thru	bc0-99-exit
	else
	    perform bd0-inquire		thru	bd0-99-exit.
*	endif
*   endif

ab0-99-exit.
    exit.
ba0-add.

    move spaces				to	legal-hold-rec.
    move zero				to	lh-hold-nbr
						lh-clinic-nbr
						lh-period-from
						lh-placed-date
						lh-release-date
						lh-released-date.
    move 99999999			to	lh-period-to.
    move ws-user-id			to	lh-placed-by.
    move sys-date-long-r		to	lh-placed-date.
    move "O"				to	lh-status.

    display scr-hold-dtl.

ba0-10-accept-covers.

    accept scr-hold-type.
    accept scr-pat-key.
    accept scr-doc-nbr.
    accept scr-client-id.
    accept scr-claim-from.
    accept scr-claim-to.

    perform ca0-accept-dtl		thru	ca0-99-exit.
    if err-ind not = zero
    then
	go to ba0-10-accept-covers.
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to ba0-99-exit.
*   endif

*	(next hold number off the counter record - hold zero)
    move legal-hold-rec			to	ws-hold-save.
    move zero				to	lh-hold-nbr.
    read legal-hold
	invalid key
	    move spaces			to	legal-hold-ctr-rec
	    move zero			to	lh-hold-nbr
					   	lh-last-hold-nbr
	    move "*"			to	lh-hold-type
	    write legal-hold-ctr-rec.

    add 1				to	lh-last-hold-nbr.
    move lh-last-hold-nbr		to	ws-hold-nbr.
    rewrite legal-hold-ctr-rec.

    move ws-hold-save		to	legal-hold-rec.
    move ws-hold-nbr			to	lh-hold-nbr.

    write legal-hold-rec
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-99-exit.

    add 1				to	ctr-hold-adds.

    display scr-placed.
    display confirm.
    stop " ".

ba0-99-exit.
    exit.
bb0-change.

    read legal-hold
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-hold-reads.

    display scr-hold-dtl.

    if lh-hold-counter
    then
	move 2				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-99-exit.
*   endif

    if lh-released
    then
	move 3				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-99-exit.
*   endif

    if   lh-placed-by not = ws-user-id
     and ws-user-supervisor not = "Y"
    then
	move 13				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-99-exit.
*   endif

    perform ca0-accept-dtl		thru	ca0-99-exit.
    if err-ind not = zero
    then
	go to bb0-99-exit.
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bb0-99-exit.
*   endif

    rewrite legal-hold-rec
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-hold-changes.

bb0-99-exit.
    exit.
bc0-release.

    read legal-hold
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-hold-reads.

    display scr-hold-dtl.

    if lh-hold-counter
    then
	move 2				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bc0-99-exit.
*   endif

    if lh-released
    then
	move 3				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bc0-99-exit.
*   endif

    if   lh-placed-by not = ws-user-id
     and ws-user-supervisor not = "Y"
    then
	move 13				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bc0-99-exit.
*   endif

    display scr-release-confirm.
    accept scr-release-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bc0-99-exit.
*   endif

    move "R"				to	lh-status.
    move ws-user-id			to	lh-released-by.
    move sys-date-long-r		to	lh-released-date.

    rewrite legal-hold-rec
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-hold-releases.

    display scr-hold-dtl.

bc0-99-exit.
    exit.
bd0-inquire.

    read legal-hold
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bd0-99-exit.

    add 1				to	ctr-hold-reads.

    if lh-hold-counter
    then
	move 2				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bd0-99-exit.
*   endif

    display scr-hold-dtl.
    display confirm.
    stop " ".

bd0-99-exit.
    exit.
ca0-accept-dtl.

*	(what the hold covers is keyed once, in ba0 - from here on
*	 only the matter, the release date and the archive stretch)
    display scr-hold-dtl.

ca0-10-accept.

    move 0				to	err-ind.

    accept scr-matter-ref.
    accept scr-matter-desc.
    accept scr-release-date.
    accept scr-clinic-nbr.
    accept scr-period-from.
    accept scr-period-to.

    perform cb0-check-dtl		thru	cb0-99-exit.
    if err-ind not = zero
    then
	perform za0-common-error	thru	za0-99-exit
*	    (a bad "covers" field can only be put right on an add)
	if   err-ind < 10
	 and add-code
	then
	    go to ca0-99-exit
	end-if
	go to ca0-10-accept.
*   endif

    display scr-hold-dtl.

ca0-99-exit.
    exit.
cb0-check-dtl.

    if   not lh-hold-patient
     and not lh-hold-doctor
     and not lh-hold-client
     and not lh-hold-claim-range
    then
	move 5				to	err-ind
	go to cb0-99-exit.
*   endif

*	(only the field of the hold type counts - clear the rest so
*	 the register says exactly what is held)
    if lh-hold-patient
    then
	move spaces			to	lh-doc-nbr
						lh-client-id
						lh-claim-from
						lh-claim-to
	if lh-pat-key = spaces
	then
	    move 6			to	err-ind
	    go to cb0-99-exit
	end-if.
*   endif

    if lh-hold-doctor
    then
	move spaces			to	lh-pat-key
						lh-client-id
						lh-claim-from
						lh-claim-to
	move lh-doc-nbr			to	ws-doc-nbr
	if   ws-doc-nbr not numeric
	  or ws-doc-nbr-r = zero
	then
	    move 7			to	err-ind
	    go to cb0-99-exit
	end-if.
*   endif

    if lh-hold-client
    then
	move spaces			to	lh-pat-key
						lh-doc-nbr
						lh-claim-from
						lh-claim-to
	if lh-client-id = spaces
	then
	    move 8			to	err-ind
	    go to cb0-99-exit
	end-if.
*   endif

    if lh-hold-claim-range
    then
	move spaces			to	lh-pat-key
						lh-doc-nbr
						lh-client-id
	if   lh-claim-from = spaces
	  or lh-claim-to = spaces
	  or lh-claim-from > lh-claim-to
	then
	    move 9			to	err-ind
	    go to cb0-99-exit
	end-if.
*   endif

    if lh-period-to = zero
    then
	move 99999999			to	lh-period-to.
*   endif

    if lh-period-from > lh-period-to
    then
	move 10				to	err-ind
	go to cb0-99-exit.
*   endif

    if   lh-release-date not = zero
     and lh-release-date not > sys-date-long-r
    then
	move 11				to	err-ind
	go to cb0-99-exit.
*   endif

    if lh-matter-ref = spaces
    then
	move 12				to	err-ind
	go to cb0-99-exit.
*   endif

cb0-99-exit.
    exit.
az0-end-of-job.

    close legal-hold.
    close user-security.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display err-msg-line.
    display confirm.
    stop " ".
    display blank-line-24.

za0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
