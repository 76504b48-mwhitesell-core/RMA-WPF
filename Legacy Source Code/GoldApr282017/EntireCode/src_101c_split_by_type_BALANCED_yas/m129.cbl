identification division.
program-id. m129.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f147 - oscar demographic differences
*			: f010 - patient master
*			: f012 - patient address history
*			: f068 - patient demographic change log (via pataudit)
*
*   program purpose : the review of the differences u156 found
*			between a clinic's oscar demographics and the
*			patient master.  the pending differences of
*			the clinic asked for are stepped through one
*			at a time, with the patient master's value as
*			it stands now beside oscar's.  accepting one
*			puts oscar's value on the patient master and
*			logs the change through pataudit with oscar
*			as the source (an address, city, postal code
*			or phone change also opens an f012 address
*			version, as u012 does); rejecting it leaves
*			the patient master alone, and u156 will not
*			raise it again until oscar sends something
*			different.  a difference the patient master
*			already agrees with by now is simply closed
*			as accepted.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f147_oscar_diff.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f012_pat_addr_hist.slr".
*
data division.
file section.
*
    copy "f147_oscar_diff.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "f012_pat_addr_hist.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-oscar-diff		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-pat-addr-hist		pic xx	value zero.

77  ws-continue				pic x	value spaces.
77  entry-type				pic x	value spaces.
    88  review-code				value "R".
    88  end-maintenance				value "*".

77  ws-action				pic x	value spaces.
    88  accept-action				value "A".
    88  reject-action				value "R".
    88  skip-action				value "S".
    88  stop-action				value "*".

77  ws-user-name			pic x(8)	value spaces.
77  ws-clinic-nbr			pic 99	value zero.
77  eof-oscar-diff			pic x	value "N".
77  ws-pat-on-file			pic x	value "N".
77  ws-hist-avail			pic x	value "N".

01  ws-name				pic x(30)	value spaces.
01  ws-current-value			pic x(30)	value spaces.

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
		"no differences on file for this clinic".
	10  filler			pic x(60)   value
		"patient no longer on patient master - reject or skip".
	10  filler			pic x(60)   value
		"action must be A, R, S or *".
	10  filler			pic x(60)   value
		"oscar birth date is not a date - reject it".
	10  filler			pic x(60)   value
		"oscar health number is not numeric - reject it".
	10  filler			pic x(60)   value
		"no pending differences left for this clinic".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 7 times.

01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m129".
    05  line 01 col 15 value "OSCAR Demographic Differences".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-entry-type.
    05  line 03 col 01 value "ENTRY (R=review a clinic's differences *=end)".
    05  scr-type line 03 col 60 pic x using entry-type auto required.

01  scr-clinic.
    05  line 05 col 01 value "CLINIC".
    05  scr-clinic-nbr line 05 col 26 pic 99 using ws-clinic-nbr auto required.

01  scr-diff-dtl.
    05  line 07 col 01 value "PATIENT KEY".
    05  line 07 col 26 pic x(16) from ox-pat-key.
    05  line 07 col 45 value "OSCAR DEMOG NO".
    05  line 07 col 60 pic x(10) from ox-demographic-no.
    05  line 08 col 01 value "NAME".
    05  line 08 col 26 pic x(30) from ws-name.
    05  line 10 col 01 value "FIELD".
    05  line 10 col 26 pic x(12) from ox-field-id.
    05  line 10 col 45 value "MATCHED ON (H=HEALTH NBR N=NAME)".
    05  line 10 col 78 pic x from ox-match-method.
    05  line 12 col 01 value "PATIENT MASTER NOW".
    05  line 12 col 26 pic x(30) from ws-current-value.
    05  line 13 col 01 value "OSCAR HAS".
    05  line 13 col 26 pic x(30) from ox-oscar-value.
    05  line 15 col 01 value "RAISED".
    05  line 15 col 26 pic 9999/99/99 from ox-found-date.
    05  line 15 col 45 value "LAST SEEN BY U156".
    05  line 15 col 64 pic 9999/99/99 from ox-last-run-date.

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
    05  line 21 col 20	value "program m129 ending".
    05  line 21 col 40	pic 99 from sys-hrs.
    05  line 21 col 42	value ":".
    05  line 21 col 43	pic 99 from sys-min.

procedure division.
declaratives.

err-oscar-diff-file section.
    use after standard error procedure on oscar-diff.
err-oscar-diff.
    move status-cobol-oscar-diff	to common-status-file.
    display file-status-display.
    stop "error in accessing oscar differences".

err-pat-mstr-file section.
    use after standard error procedure on pat-mstr.
err-pat-mstr.
    move status-cobol-pat-mstr		to common-status-file.
    display file-status-display.
    stop "error in accessing patient master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until end-maintenance.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.
    accept ws-user-name			from user name.

    move 0				to counters.

    open i-o oscar-diff.
    open i-o pat-mstr.

*	(no history file - the address change goes unversioned)
    open i-o pat-addr-hist.
    if status-cobol-pat-addr-hist = "00"
    then
	move "Y"			to	ws-hist-avail.
*   endif

    display scr-title.

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
    move zero				to	ws-clinic-nbr.
    display scr-clinic.
    accept scr-clinic-nbr.

    move ws-clinic-nbr			to	ox-clinic-nbr.
    move low-values			to	ox-pat-key
						ox-field-id.

    start oscar-diff key is greater than or equal to ox-key
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ab0-99-exit.

    move "N"				to	eof-oscar-diff.
    move spaces				to	ws-action.

    perform ba0-next-difference		thru	ba0-99-exit
	until eof-oscar-diff = "Y"
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

    read oscar-diff next
	at end
	    move "Y"			to	eof-oscar-diff
	    go to ba0-99-exit.

    add 1				to	ctr-diff-reads.

    if ox-clinic-nbr not = ws-clinic-nbr
    then
	move "Y"			to	eof-oscar-diff
	go to ba0-99-exit.
*   endif

    if not ox-pending
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
    if ws-current-value = ox-oscar-value
    then
	add 1				to	ctr-already-agreed
	go to bb0-80-close-difference.
*   endif

    if ox-field-id = "BIRTH DATE"
    then
	if ox-oscar-value (1:8) not numeric
	then
	    move 5			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.
*	endif
*   endif

    if ox-field-id = "HEALTH NBR"
    then
	if ox-oscar-value (1:10) not numeric
	then
	    move 6			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.
*	endif
*   endif

    perform cc0-apply-value		thru	cc0-99-exit.

    move sys-date-long			to	pat-date-last-maint.
    rewrite pat-mstr-rec.

    move "OSCAR"			to	pap-source-pgm.
    move ws-user-name			to	pap-con-or-run.
    move key-pat-mstr			to	pap-pat-key.
    move ox-field-id			to	pap-field-id.
    move ws-current-value		to	pap-before.
    move ox-oscar-value			to	pap-after.

    call "pataudit" using pat-audit-parms
	on exception
	    continue.

    if   ox-field-id = "ADDRESS"
      or ox-field-id = "CITY"
      or ox-field-id = "POSTAL CD"
      or ox-field-id = "PHONE"
    then
	perform cd0-file-addr-version	thru	cd0-99-exit.
*   endif

    add 1				to	ctr-accepted.

bb0-80-close-difference.

    move ws-current-value		to	ox-f010-value.
    move "A"				to	ox-status.
    move sys-date-long-r		to	ox-reviewed-date.
    move ws-user-name			to	ox-reviewed-by.

    rewrite oscar-diff-rec.

    add 1				to	ctr-reviewed.

bb0-99-exit.
    exit.
bc0-reject.

    move "R"				to	ox-status.
    move sys-date-long-r		to	ox-reviewed-date.
    move ws-user-name			to	ox-reviewed-by.

    rewrite oscar-diff-rec.

    add 1				to	ctr-reviewed.
    add 1				to	ctr-rejected.

bc0-99-exit.
    exit.
ca0-load-patient.

    move "N"				to	ws-pat-on-file.
    move spaces				to	ws-name
						ws-current-value.

    move ox-pat-key			to	key-pat-mstr.
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

*	(the patient master's value for the field, as u156 compares
*	 it - upper case)
    if ox-field-id = "SURNAME"
    then
	move pat-surname		to	ws-current-value.
*   endif
    if ox-field-id = "GIVEN NAME"
    then
	move pat-given-name		to	ws-current-value.
*   endif
    if ox-field-id = "BIRTH DATE"
    then
	move pat-birth-date		to	ws-current-value.
*   endif
    if ox-field-id = "HEALTH NBR"
    then
	move pat-health-nbr		to	ws-current-value.
*   endif
    if ox-field-id = "VERSION CD"
    then
	move pat-version-cd		to	ws-current-value.
*   endif
    if ox-field-id = "ADDRESS"
    then
	move pat-street-addr		to	ws-current-value.
*   endif
    if ox-field-id = "CITY"
    then
	move pat-city			to	ws-current-value.
*   endif
    if ox-field-id = "POSTAL CD"
    then
	move pat-postal-cd		to	ws-current-value.
*   endif
    if ox-field-id = "PHONE"
    then
	move pat-phone-no		to	ws-current-value.
*   endif

    inspect ws-current-value converting
		"abcdefghijklmnopqrstuvwxyz" to
		"ABCDEFGHIJKLMNOPQRSTUVWXYZ".

cb0-99-exit.
    exit.
cc0-apply-value.

    if ox-field-id = "SURNAME"
    then
	move ox-oscar-value		to	pat-surname.
*   endif
    if ox-field-id = "GIVEN NAME"
    then
	move ox-oscar-value		to	pat-given-name.
*   endif
    if ox-field-id = "BIRTH DATE"
    then
	move ox-oscar-value (1:8)	to	pat-birth-date.
*   endif
    if ox-field-id = "HEALTH NBR"
    then
	move ox-oscar-value (1:10)	to	pat-health-nbr.
*   endif
    if ox-field-id = "VERSION CD"
    then
	move ox-oscar-value		to	pat-version-cd.
*   endif
    if ox-field-id = "ADDRESS"
    then
	move ox-oscar-value		to	pat-street-addr.
*   endif
    if ox-field-id = "CITY"
    then
	move ox-oscar-value		to	pat-city.
*   endif
    if ox-field-id = "POSTAL CD"
    then
	move ox-oscar-value		to	pat-postal-cd.
*   endif
    if ox-field-id = "PHONE"
    then
	move ox-oscar-value		to	pat-phone-no.
*   endif

cc0-99-exit.
    exit.
cd0-file-addr-version.

    if ws-hist-avail not = "Y"
    then
	go to cd0-99-exit.
*   endif

    move spaces				to	pat-addr-hist-rec.
    move key-pat-mstr			to	pah-pat-key.
    move sys-date-long			to	pah-eff-from.
    move pat-street-addr		to	pah-street-addr.
    move pat-city			to	pah-city.
    move pat-postal-cd			to	pah-postal-cd.
    move pat-phone-no			to	pah-phone-no.
    move "m129"				to	pah-source-pgm.

    write pat-addr-hist-rec
	invalid key
	    rewrite pat-addr-hist-rec.

cd0-99-exit.
    exit.
az0-end-of-job.

    close oscar-diff.
    close pat-mstr.
    if ws-hist-avail = "Y"
    then
	close pat-addr-hist.
*   endif

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
