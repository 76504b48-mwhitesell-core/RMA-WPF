identification division.
program-id. m131.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f150 - moh enrolment differences
*			: f010 - patient master
*			: f098 - user security master
*			: f068 - patient demographic change log (via pataudit)
*
*   program purpose : supervised correction of the roster from the
*			MOH enrolment report.  a supervisor signs on
*			against f098 first; the pending differences
*			u158 raised are then stepped through one at a
*			time, the patient master's roster value as it
*			stands now beside MOH's.  accepting one puts
*			MOH's value on the patient master (ROSTERED,
*			ROSTER DOC, ENROL DATE or TERM DATE) and logs
*			it through pataudit with the supervisor as
*			the operator - taking a patient off the roster
*			also closes the enrolment with today's date if
*			it had none.  rejecting it leaves the patient
*			master alone, and u158 will not raise it again
*			until MOH reports something different.  a
*			difference the patient master already agrees
*			with by now is simply closed as accepted.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f150_moh_enrol_diff.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f098_user_security.slr".
*
data division.
file section.
*
    copy "f150_moh_enrol_diff.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "f098_user_security.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-moh-enrol-diff		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-user-security		pic xx	value zero.

77  ws-continue				pic x	value spaces.
77  entry-type				pic x	value spaces.
    88  review-code				value "R".
    88  end-maintenance				value "*".

77  ws-action				pic x	value spaces.
    88  accept-action				value "A".
    88  reject-action				value "R".
    88  skip-action				value "S".
    88  stop-action				value "*".

77  ws-supervisor-id			pic x(8)	value spaces.
77  ws-entered-password			pic x(8)	value spaces.
77  entry-ok				pic x	value "N".

77  eof-moh-enrol-diff			pic x	value "N".
77  ws-pat-on-file			pic x	value "N".

01  ws-name				pic x(30)	value spaces.
01  ws-current-value			pic x(10)	value spaces.
01  ws-term-before			pic x(10)	value spaces.

01  counters.
    05  ctr-diff-reads			pic 9(7)	value zero.
    05  ctr-reviewed			pic 9(7)	value zero.
    05  ctr-accepted			pic 9(7)	value zero.
    05  ctr-already-agreed		pic 9(7)	value zero.
    05  ctr-rejected			pic 9(7)	value zero.

    copy "pataudit.ws".

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"invalid entry type - use r or * to end".
	10  filler			pic x(60)   value
		"not a supervisor - active user with all programs, password".
	10  filler			pic x(60)   value
		"patient no longer on patient master - reject or skip".
	10  filler			pic x(60)   value
		"action must be A, R, S or *".
	10  filler			pic x(60)   value
		"MOH date is not a date - reject it".
	10  filler			pic x(60)   value
		"MOH doctor not on the doctor master - reject it".
	10  filler			pic x(60)   value
		"no pending enrolment differences left".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 7 times.

01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m131".
    05  line 01 col 15 value "MOH Enrolment Differences".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-supervisor.
    05  line 03 col 01 value "SUPERVISOR ID (BLANK=END)".
    05  scr-supervisor-id line 03 col 30 pic x(8) using ws-supervisor-id auto.
    05  line 03 col 40 value "PASSWORD".
    05  scr-password line 03 col 50 pic x(8) using ws-entered-password secure auto.

01  scr-entry-type.
    05  line 04 col 01 value "ENTRY (R=review the enrolment differences *=end)".
    05  scr-type line 04 col 60 pic x using entry-type auto required.

01  scr-diff-dtl.
    05  line 07 col 01 value "PATIENT KEY".
    05  line 07 col 26 pic x(16) from en-pat-key.
    05  line 07 col 45 value "HEALTH NBR".
    05  line 07 col 60 pic x(10) from en-health-nbr.
    05  line 08 col 01 value "NAME".
    05  line 08 col 26 pic x(30) from ws-name.
    05  line 10 col 01 value "FIELD".
    05  line 10 col 26 pic x(12) from en-field-id.
    05  line 10 col 45 value "MOH ENROLLING DOCTOR".
    05  line 10 col 67 pic x(6) from en-moh-doc-ohip-nbr.
    05  line 12 col 01 value "PATIENT MASTER NOW".
    05  line 12 col 26 pic x(10) from ws-current-value.
    05  line 13 col 01 value "MOH HAS".
    05  line 13 col 26 pic x(10) from en-moh-value.
    05  line 15 col 01 value "RAISED".
    05  line 15 col 26 pic 9999/99/99 from en-found-date.
    05  line 15 col 45 value "REPORT MONTH".
    05  line 15 col 60 pic 9999/99 from en-report-month.

01  scr-action.
    05  line 20 col 01 value "ACTION (A=accept onto patient master R=reject S=skip *=stop)".
    05  scr-action-reply line 20 col 64 pic x using ws-action auto required.

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
    05  line 11 col 20  value "differences reviewed".
    05  line 11 col 60  pic z(6)9 using ctr-reviewed.
    05  line 12 col 20  value "accepted onto patient master".
    05  line 12 col 60  pic z(6)9 using ctr-accepted.
    05  line 13 col 20  value "patient master already agreed".
    05  line 13 col 60  pic z(6)9 using ctr-already-agreed.
    05  line 14 col 20  value "rejected".
    05  line 14 col 60  pic z(6)9 using ctr-rejected.
    05  line 21 col 20	value "program m131 ending".
    05  line 21 col 40	pic 99 from sys-hrs.
    05  line 21 col 42	value ":".
    05  line 21 col 43	pic 99 from sys-min.

procedure division.
declaratives.

err-moh-enrol-diff-file section.
    use after standard error procedure on moh-enrol-diff.
err-moh-enrol-diff.
    move status-cobol-moh-enrol-diff	to common-status-file.
    display file-status-display.
    stop "error in accessing moh enrolment differences".

err-pat-mstr-file section.
    use after standard error procedure on pat-mstr.
err-pat-mstr.
    move status-cobol-pat-mstr		to common-status-file.
    display file-status-display.
    stop "error in accessing patient master".

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

    if entry-ok = "Y"
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

    open i-o moh-enrol-diff.
    open i-o pat-mstr.
    open input user-security.

    display scr-title.

aa0-20-supervisor.

*	(the roster is what MOH pays on - changing it from the MOH
*	 report is a supervisor's call)
    move "N"				to	entry-ok.
    move spaces				to	ws-supervisor-id
						ws-entered-password.
    display scr-supervisor.
    accept scr-supervisor-id.

    if ws-supervisor-id = spaces
    then
	go to aa0-99-exit.
*   endif

    accept scr-password.

    move ws-supervisor-id		to	sec-user-id.

    read user-security
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to aa0-20-supervisor.

    if   not sec-user-active
      or not sec-all-programs
      or sec-password not = ws-entered-password
    then
	move 2				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to aa0-20-supervisor.
*   endif

    display blank-line-24.
    move "Y"				to	entry-ok.

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

    if not review-code
    then
	move 1				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    display blank-work-area.

    move low-values			to	en-key.
    move "N"				to	eof-moh-enrol-diff.

    start moh-enrol-diff key is greater than or equal to en-key
	invalid key
	    move "Y"			to	eof-moh-enrol-diff.

    move spaces				to	ws-action.

    perform ba0-next-difference		thru	ba0-99-exit
	until eof-moh-enrol-diff = "Y"
	   or stop-action.

    if not stop-action
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit.
*   endif

    display blank-work-area.

ab0-99-exit.
    exit.
ba0-next-difference.

    read moh-enrol-diff next
	at end
	    move "Y"			to	eof-moh-enrol-diff
	    go to ba0-99-exit.

    add 1				to	ctr-diff-reads.

    if not en-pending
    then
	go to ba0-99-exit.
*   endif

    perform ca0-load-patient		thru	ca0-99-exit.

ba0-10-accept-action.

    move 0				to	err-ind.
    move spaces				to	ws-action.
    display scr-diff-dtl.
    display scr-action.
    accept scr-action-reply.

    if   not accept-action
     and not reject-action
     and not skip-action
     and not stop-action
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-10-accept-action.
*   endif

    if   skip-action
      or stop-action
    then
	go to ba0-99-exit.
*   endif

    if reject-action
    then
	perform bc0-reject		thru	bc0-99-exit
	go to ba0-99-exit.
*   endif

    if ws-pat-on-file not = "Y"
    then
	move 3				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-10-accept-action.
*   endif

    perform bb0-accept			thru	bb0-99-exit.

    if err-ind not = zero
    then
	go to ba0-10-accept-action.
*   endif

ba0-99-exit.
    exit.
bb0-accept.

    move 0				to	err-ind.

*	(already put right since the run - close it, no change)
    if ws-current-value = en-moh-value
    then
	add 1				to	ctr-already-agreed
	go to bb0-80-close-difference.
*   endif

    if   en-field-id = "ENROL DATE"
      or en-field-id = "TERM DATE"
    then
	if en-moh-value (1:8) not numeric
	then
	    move 5			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.
*	endif
*   endif

    if en-field-id = "ROSTER DOC"
    then
	if en-moh-value (1:3) = spaces
	then
	    move 6			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.
*	endif
*   endif

    move pat-roster-term-date		to	ws-term-before.

    perform cc0-apply-value		thru	cc0-99-exit.

    move sys-date-long			to	pat-date-last-maint.
    rewrite pat-mstr-rec.

    move "MOH"				to	pap-source-pgm.
    move ws-supervisor-id		to	pap-con-or-run.
    move key-pat-mstr			to	pap-pat-key.
    move en-field-id			to	pap-field-id.
    move ws-current-value		to	pap-before.
    move en-moh-value			to	pap-after.

    call "pataudit" using pat-audit-parms
	on exception
	    continue.

*	(off the roster with the enrolment left open - closed today,
*	 logged as a term date change of its own)
    if   en-field-id = "ROSTERED"
     and pat-roster-term-date not = ws-term-before
    then
	move "TERM DATE"		to	pap-field-id
	move ws-term-before		to	pap-before
	move pat-roster-term-date	to	pap-after
	call "pataudit" using pat-audit-parms
	    on exception
		continue.
*   endif

    add 1				to	ctr-accepted.

bb0-80-close-difference.

    move ws-current-value		to	en-f010-value.
    move "A"				to	en-status.
    move sys-date-long-r		to	en-reviewed-date.
    move ws-supervisor-id		to	en-reviewed-by.

    rewrite moh-enrol-diff-rec.

    add 1				to	ctr-reviewed.

bb0-99-exit.
    exit.
bc0-reject.

    move "R"				to	en-status.
    move sys-date-long-r		to	en-reviewed-date.
    move ws-supervisor-id		to	en-reviewed-by.

    rewrite moh-enrol-diff-rec.

    add 1				to	ctr-reviewed.
    add 1				to	ctr-rejected.

bc0-99-exit.
    exit.
ca0-load-patient.

    move "N"				to	ws-pat-on-file.
    move spaces				to	ws-name
						ws-current-value.

    move en-pat-key			to	key-pat-mstr.
    read pat-mstr
	invalid key
	    go to ca0-99-exit.

    move "Y"				to	ws-pat-on-file.

    string pat-given-name delimited by "  "
	   " "			delimited by size
	   pat-surname		delimited by size
				into	ws-name.

    perform cb0-current-value		thru	cb0-99-exit.

ca0-99-exit.
    exit.
cb0-current-value.

*	(the patient master's value for the field, as u158 compares
*	 it - rostered is "R" or blank)
    if en-field-id = "ROSTERED"
    then
	if pat-roster-status = "R"
	then
	    move "R"			to	ws-current-value.
*	endif
*   endif
    if en-field-id = "ROSTER DOC"
    then
	move pat-roster-doc-nbr		to	ws-current-value.
*   endif
    if en-field-id = "ENROL DATE"
    then
	move pat-roster-enrol-date	to	ws-current-value.
*   endif
    if en-field-id = "TERM DATE"
    then
	move pat-roster-term-date	to	ws-current-value.
*   endif

cb0-99-exit.
    exit.
cc0-apply-value.

    if en-field-id = "ROSTERED"
    then
	move en-moh-value (1:1)		to	pat-roster-status.
*   endif
    if   en-field-id = "ROSTERED"
     and en-moh-value (1:1) = space
     and pat-roster-term-date = zero
    then
	move sys-date-long-r		to	pat-roster-term-date.
*   endif
    if en-field-id = "ROSTER DOC"
    then
	move en-moh-value (1:3)		to	pat-roster-doc-nbr.
*   endif
    if en-field-id = "ENROL DATE"
    then
	move en-moh-value (1:8)		to	pat-roster-enrol-date.
*   endif
    if en-field-id = "TERM DATE"
    then
	move en-moh-value (1:8)		to	pat-roster-term-date.
*   endif

cc0-99-exit.
    exit.
az0-end-of-job.

    close moh-enrol-diff.
    close pat-mstr.
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
