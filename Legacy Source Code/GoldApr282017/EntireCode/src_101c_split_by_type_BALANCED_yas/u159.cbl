identification division.
program-id. u159.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f020 - doctor master
*			: f024 - doctor/location assignments
*			: f081 - locum master
*			: f002 - claims master
*			: f085 - rejected claims file
*			: f010 - patient master
*			: f098 - user security master
*			: f152 - doctor closure register
*			: f153 - roster reassignment worklist
*			: ru159 - doctor closure report (printer)
*
*   program purpose : doctor practice closure - the shutdown when a
*			doctor retires, leaves or dies, done as one
*			run instead of a checklist from memory.  a
*			supervisor signs on against f098 and names
*			the doctor and the last billing day; the run
*			then
*			 - stamps the last billing day on the doctor
*			   master as the termination date, which
*			   claim entry (moira+d001) and the u887
*			   scrubber then refuse any service after
*			 - ends the doctor's open f024 location
*			   assignments and the f081 locum agreements
*			   the doctor is host or locum on at the last
*			   day (one starting after it is removed)
*			 - lists every claim of the doctor's still
*			   unsubmitted, rejected or carrying a
*			   balance, for disposition
*			 - marks the doctor's rostered patients on
*			   the f153 worklist for reassignment (m046)
*			 - schedules the final statement month and
*			   the year-end slip year on the f152
*			   closure register
*			and prints a closure report confirming every
*			step and listing what is still open.  the run
*			is repeated for the doctor until nothing is:
*			a rerun leaves what was already ended alone,
*			closes the worklist entries whose patients
*			have been moved off the doctor's roster, and
*			takes the dates the final statement and the
*			slips went out.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f020_doctor_mstr.slr".
*
    copy "f024_doc_loc_assign.slr".
*
    copy "f081_locum_mstr.slr".
*
    copy "f002_claims_mstr.slr".
*
    copy "f085_rejected_claims.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f098_user_security.slr".
*
    copy "f152_doc_closure.slr".
*
    copy "f153_roster_reassign.slr".
*
    select closure-rpt-file
	assign to printer print-file-name
	file status is status-closure-rpt.
*
data division.
file section.
*
    copy "f020_doctor_mstr.fd".
*
    copy "f024_doc_loc_assign.fd".
*
    copy "f081_locum_mstr.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f085_rejected_claims.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "f098_user_security.fd".
*
    copy "f152_doc_closure.fd".
*
    copy "f153_roster_reassign.fd".
*
fd  closure-rpt-file
    record contains 132 characters.

01  closure-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru159".
77  status-closure-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-doc-loc-assign		pic xx	value zero.
77  status-cobol-locum-mstr		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-rejected-claims	pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-user-security		pic xx	value zero.
77  status-cobol-doc-closure		pic xx	value zero.
77  status-cobol-roster-reassign	pic xx	value zero.

77  ws-continue				pic x	value spaces.
77  ws-supervisor-id			pic x(8)	value spaces.
77  ws-entered-password			pic x(8)	value spaces.
77  entry-ok				pic x	value "N".
77  ws-rerun				pic x	value "N".
77  ws-stmt-issued			pic x	value "N".
77  ws-slips-issued			pic x	value "N".

77  eof-doc-loc-assign			pic x	value "N".
77  eof-locum-mstr			pic x	value "N".
77  eof-claims-mstr			pic x	value "N".
77  eof-rejected-claims			pic x	value "N".
77  eof-pat-mstr			pic x	value "N".
77  eof-roster-reassign		pic x	value "N".
77  ws-on-f085				pic x	value "N".
77  ws-unsent				pic x	value "N".

01  ws-doc-nbr				pic x(3)	value spaces.
01  ws-prev-term-date			pic 9(8)	value zero.

01  ws-last-bill-date			pic 9(8)	value zero.
01  ws-last-bill-date-r redefines ws-last-bill-date.
    05  ws-last-bill-yy			pic 9(4).
    05  ws-last-bill-mm			pic 99.
    05  ws-last-bill-dd			pic 99.

01  ws-reason				pic x	value spaces.
    88  ws-reason-ok				value "R" "L" "D".

01  ws-final-stmt-month			pic 9(6)	value zero.
01  ws-final-stmt-month-r redefines ws-final-stmt-month.
    05  ws-final-stmt-yy		pic 9(4).
    05  ws-final-stmt-mm		pic 99.
01  ws-slip-year			pic 9(4)	value zero.

01  ws-last-bill-month			pic 9(6)	value zero.
01  ws-claim-balance			pic s9(7)v99	value zero.
01  ws-disposition			pic x(15)	value spaces.

01  counters.
    05  ctr-loc-ended			pic 9(3)	value zero.
    05  ctr-locum-ended			pic 9(3)	value zero.
    05  ctr-claims-mstr-reads		pic 9(7)	value zero.
    05  ctr-open-claims			pic 9(5)	value zero.
    05  ctr-roster-marked		pic 9(5)	value zero.
    05  ctr-roster-pending		pic 9(5)	value zero.
    05  ctr-roster-done			pic 9(5)	value zero.
    05  tot-open-amount			pic s9(7)v99	value zero.

01  reason-descs.
    05  filler				pic x(9)	value "RRETIRED".
    05  filler				pic x(9)	value "LLEFT".
    05  filler				pic x(9)	value "DDECEASED".
01  reason-descs-r redefines reason-descs.
    05  reason-entry				occurs 3 times.
	10  reason-cd			pic x.
	10  reason-desc			pic x(8).
77  ss-reason				pic 9	value zero.

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"doctor not on the doctor master".
	10  filler			pic x(60)   value
		"not a supervisor - active user with all programs, password".
	10  filler			pic x(60)   value
		"last billing day is not a date".
	10  filler			pic x(60)   value
		"reason must be R (retired), L (left) or D (deceased)".
	10  filler			pic x(60)   value
		"final statement month before the last billing month".
	10  filler			pic x(60)   value
		"year-end slip year before the last billing year".
	10  filler			pic x(60)   value
		"answer Y or N".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 7 times.

01  err-msg-comment			pic x(60).

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-rpt-head.
    05  filler				pic x(6)	value "u159".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(44)	value
		"DOCTOR PRACTICE CLOSURE".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-doc-head.
    05  filler				pic x(7)	value "DOCTOR ".
    05  h2-doc-nbr			pic x(3).
    05  filler				pic xx		value spaces.
    05  h2-doc-name			pic x(25).
    05  filler				pic x(7)	value "  OHIP ".
    05  h2-doc-ohip-nbr			pic x(6).
    05  filler				pic x(20)	value
		"  LAST BILLING DAY ".
    05  h2-last-bill-date		pic 9999/99/99.
    05  filler				pic x(9)	value "  REASON ".
    05  h2-reason			pic x(8).
    05  filler				pic x(13)	value
		"  CLOSED BY ".
    05  h2-closed-by			pic x(8).

01  h3-section-head.
    05  h3-section			pic x(60)	value spaces.

01  h4-col-head				pic x(132)	value spaces.

01  h4-step-cols.
    05  filler				pic x(42)	value "STEP".
    05  filler				pic x(58)	value "DETAIL".
    05  filler				pic x(30)	value "RESULT".

01  h4-claim-cols.
    05  filler				pic x(14)	value "CLAIM".
    05  filler				pic x(22)	value
		"PATIENT".
    05  filler				pic x(12)	value "SERVICE".
    05  filler				pic x(10)	value "SUBMITTED".
    05  filler				pic x(16)	value
		"         BILLED".
    05  filler				pic x(16)	value
		"        BALANCE".
    05  filler				pic x(15)	value
		"   DISPOSITION".

01  h4-roster-cols.
    05  filler				pic x(18)	value
		"PATIENT KEY".
    05  filler				pic x(12)	value "HEALTH NBR".
    05  filler				pic x(22)	value "SURNAME".
    05  filler				pic x(17)	value "GIVEN NAME".
    05  filler				pic x(12)	value "ENROLLED".
    05  filler				pic x(12)	value "MARKED".

01  l1-step-line.
    05  l1-step				pic x(40).
    05  filler				pic xx		value spaces.
    05  l1-detail			pic x(56).
    05  filler				pic xx		value spaces.
    05  l1-result			pic x(32).

01  l1-date-detail.
    05  l1-date-desc			pic x(12).
    05  l1-date-from			pic 9999/99/99.
    05  filler				pic x(4)	value " TO ".
    05  l1-date-to			pic 9999/99/99.
    05  filler				pic x(20)	value spaces.

01  l1-date-edit			pic 9999/99/99.
01  l1-month-edit			pic 9999/99.

01  l2-claim-line.
    05  l2-claim-id			pic x(11).
    05  filler				pic x(3)	value spaces.
    05  l2-surname			pic x(20).
    05  filler				pic xx		value spaces.
    05  l2-serv-date			pic 9999/99/99.
    05  filler				pic xx		value spaces.
    05  l2-submit-date			pic x(8).
    05  filler				pic xx		value spaces.
    05  l2-billed			pic zz,zzz,zz9.99-.
    05  filler				pic xx		value spaces.
    05  l2-balance			pic zz,zzz,zz9.99-.
    05  filler				pic xxx		value spaces.
    05  l2-disposition			pic x(15).

01  l3-roster-line.
    05  l3-pat-key			pic x(16).
    05  filler				pic xx		value spaces.
    05  l3-health-nbr			pic x(10).
    05  filler				pic xx		value spaces.
    05  l3-surname			pic x(20).
    05  filler				pic xx		value spaces.
    05  l3-given-name			pic x(15).
    05  filler				pic xx		value spaces.
    05  l3-enrol-date			pic 9999/99/99.
    05  filler				pic xx		value spaces.
    05  l3-marked-date			pic 9999/99/99.

01  l4-none-line.
    05  filler				pic x(10)	value spaces.
    05  l4-none-text			pic x(60).

01  t1-total-line.
    05  t1-desc				pic x(40).
    05  t1-count			pic zzz,zz9.
    05  filler				pic x(4)	value spaces.
    05  t1-amount			pic zz,zzz,zz9.99-.

    copy "f002_claims_mstr_rec1_2.ws".

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "u159".
    05  line 01 col 15 value "Doctor Practice Closure".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-supervisor.
    05  line 03 col 01 value "SUPERVISOR ID (BLANK=END)".
    05  scr-supervisor-id line 03 col 30 pic x(8) using ws-supervisor-id auto.
    05  line 03 col 40 value "PASSWORD".
    05  scr-password line 03 col 50 pic x(8) using ws-entered-password secure auto.

01  scr-doctor.
    05  line 06 col 01 value "DOCTOR NBR (BLANK=END)".
    05  scr-doc-nbr line 06 col 30 pic x(3) using ws-doc-nbr auto.

01  scr-doctor-dtl.
    05  line 06 col 40 pic x(25) from doc-name.
    05  line 07 col 01 value "TERMINATION DATE ON FILE".
    05  line 07 col 30 pic 9999/99/99 from doc-date-fac-term.

01  scr-prior-closure.
    05  line 08 col 01 value "CLOSED BEFORE ON".
    05  line 08 col 30 pic 9999/99/99 from dcl-closed-date.
    05  line 08 col 45 value "BY".
    05  line 08 col 50 pic x(8) from dcl-closed-by.

01  scr-closure-dtl.
    05  line 10 col 01 value "LAST BILLING DAY (YYYYMMDD)".
    05  scr-last-bill line 10 col 45 pic 9(8) using ws-last-bill-date auto required.
    05  line 11 col 01 value "REASON (R=retired L=left D=deceased)".
    05  scr-reason line 11 col 45 pic x using ws-reason auto required.
    05  line 12 col 01 value "FINAL STATEMENT MONTH (YYYYMM)".
    05  scr-final-stmt line 12 col 45 pic 9(6) using ws-final-stmt-month auto required.
    05  line 13 col 01 value "YEAR-END SLIP YEAR".
    05  scr-slip-year line 13 col 45 pic 9(4) using ws-slip-year auto required.

01  scr-issued.
    05  line 15 col 01 value "FINAL STATEMENT ISSUED (Y/N)".
    05  scr-stmt-issued line 15 col 45 pic x using ws-stmt-issued auto required.
    05  line 16 col 01 value "YEAR-END SLIPS ISSUED (Y/N)".
    05  scr-slips-issued line 16 col 45 pic x using ws-slips-issued auto required.

01  scr-continue-or-not.
    05  line 18 col 01 value "Continue (Y/N)".
    05  scr-continue line 18 col 45 pic x using ws-continue auto required.

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

01  scr-closing-screen.
    05  blank screen.
    05  line 10 col 20  value "location assignments ended".
    05  line 10 col 60  pic z(6)9 using ctr-loc-ended.
    05  line 11 col 20  value "locum agreements ended".
    05  line 11 col 60  pic z(6)9 using ctr-locum-ended.
    05  line 12 col 20  value "claims for disposition".
    05  line 12 col 60  pic z(6)9 using ctr-open-claims.
    05  line 13 col 20  value "patients to reassign".
    05  line 13 col 60  pic z(6)9 using ctr-roster-pending.
    05  line 21 col 20	value "program u159 ending".
    05  line 21 col 40	pic 99 from sys-hrs.
    05  line 21 col 42	value ":".
    05  line 21 col 43	pic 99 from sys-min.

procedure division.
declaratives.

err-doc-mstr-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display file-status-display.
    stop "error in accessing doctor master".

err-doc-loc-assign-file section.
    use after standard error procedure on doc-loc-assign.
err-doc-loc-assign.
    move status-cobol-doc-loc-assign	to common-status-file.
    display file-status-display.
    stop "error in accessing doctor/location assignments".

err-locum-mstr-file section.
    use after standard error procedure on locum-mstr.
err-locum-mstr.
    move status-cobol-locum-mstr	to common-status-file.
    display file-status-display.
    stop "error in accessing locum master".

err-claims-mstr-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display file-status-display.
    stop "error in accessing claims master".

err-pat-mstr-file section.
    use after standard error procedure on pat-mstr.
err-pat-mstr.
    move status-cobol-pat-mstr		to common-status-file.
    display file-status-display.
    stop "error in accessing patient master".

err-doc-closure-file section.
    use after standard error procedure on doc-closure.
err-doc-closure.
    move status-cobol-doc-closure	to common-status-file.
    display file-status-display.
    stop "error in accessing doctor closure register".

err-roster-reassign-file section.
    use after standard error procedure on roster-reassign.
err-roster-reassign.
    move status-cobol-roster-reassign	to common-status-file.
    display file-status-display.
    stop "error in accessing roster reassignment worklist".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.

    if entry-ok = "Y"
    then
	perform ab0-accept-closure	thru ab0-99-exit.
*   endif

    if entry-ok = "Y"
    then
	perform ba0-doctor-master	thru ba0-99-exit
	perform bb0-end-assignments	thru bb0-99-exit
	perform bc0-end-locums		thru bc0-99-exit
	perform bd0-schedule		thru bd0-99-exit
	perform ca0-open-claims		thru ca0-99-exit
	perform da0-roster		thru da0-99-exit
	perform ea0-still-open		thru ea0-99-exit
	perform fa0-write-closure	thru fa0-99-exit.
*   endif

    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    open i-o doc-mstr.
    open input user-security.

*	(the register and the worklist are created on their first use)
    open i-o doc-closure.
    if status-cobol-doc-closure = "35"
    then
	open output doc-closure
	close doc-closure
	open i-o doc-closure.
*   endif

    open i-o roster-reassign.
    if status-cobol-roster-reassign = "35"
    then
	open output roster-reassign
	close roster-reassign
	open i-o roster-reassign.
*   endif

    display scr-title.

aa0-20-supervisor.

*	(closing a practice ends billing for the doctor - it is a
*	 supervisor's call)
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
ab0-accept-closure.

    move "N"				to	entry-ok.
    move spaces				to	ws-doc-nbr.
    display scr-doctor.
    accept scr-doc-nbr.

    if ws-doc-nbr = spaces
    then
	go to ab0-99-exit.
*   endif

    move ws-doc-nbr			to	doc-key.
    read doc-mstr
	invalid key
	    move 1			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ab0-accept-closure.

    display scr-doctor-dtl.

*	(a doctor closed before - the rerun starts from what was
*	 scheduled then)
    move ws-doc-nbr			to	dcl-doc-nbr.
    read doc-closure
	invalid key
	    move "N"			to	ws-rerun
	    go to ab0-10-new-closure.

    move "Y"				to	ws-rerun.
    display scr-prior-closure.
    move dcl-last-bill-date		to	ws-last-bill-date.
    move dcl-reason			to	ws-reason.
    move dcl-final-stmt-month		to	ws-final-stmt-month.
    move dcl-slip-year			to	ws-slip-year.
    move "N"				to	ws-stmt-issued
						ws-slips-issued.
    if dcl-final-stmt-done not = zero
    then
	move "Y"			to	ws-stmt-issued.
*   endif
    if dcl-slips-done not = zero
    then
	move "Y"			to	ws-slips-issued.
*   endif
    go to ab0-20-closure-dtl.

ab0-10-new-closure.

    move spaces				to	doc-closure-rec.
    move ws-doc-nbr			to	dcl-doc-nbr.
    move zero				to	dcl-last-bill-date
						dcl-prev-term-date
						dcl-closed-date
						dcl-last-run-date
						dcl-final-stmt-month
						dcl-final-stmt-done
						dcl-slip-year
						dcl-slips-done
						dcl-nbr-loc-ended
						dcl-nbr-locum-ended
						dcl-nbr-open-claims
						dcl-open-amount
						dcl-nbr-roster-pending
						dcl-nbr-roster-done.

*	(defaults - today, or the termination date already on file)
    if   doc-date-fac-term numeric
     and doc-date-fac-term not = zero
    then
	move doc-date-fac-term		to	ws-last-bill-date
    else
	move sys-date-long		to	ws-last-bill-date.
*   endif
    move "R"				to	ws-reason.
    move zero				to	ws-final-stmt-month
						ws-slip-year.

ab0-20-closure-dtl.

    display scr-closure-dtl.
    accept scr-last-bill.

    if   ws-last-bill-mm < 01
      or ws-last-bill-mm > 12
      or ws-last-bill-dd < 01
      or ws-last-bill-dd > 31
    then
	move 3				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-20-closure-dtl.
*   endif

    move ws-last-bill-date (1:6)	to	ws-last-bill-month.

*	(the final statement goes out once MOH has had three months
*	 to pay the last claims; the slips for the year it falls in)
    if ws-final-stmt-month = zero
    then
	move ws-last-bill-yy		to	ws-final-stmt-yy
	add 3 ws-last-bill-mm		giving	ws-final-stmt-mm
	if ws-final-stmt-mm > 12
	then
	    subtract 12			from	ws-final-stmt-mm
	    add 1			to	ws-final-stmt-yy.
*	endif
*   endif

    if ws-slip-year = zero
    then
	move ws-final-stmt-yy		to	ws-slip-year.
*   endif

    display scr-closure-dtl.

ab0-30-reason.

    accept scr-reason.

    if not ws-reason-ok
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-30-reason.
*   endif

ab0-40-final-stmt.

    accept scr-final-stmt.

    if   ws-final-stmt-month < ws-last-bill-month
      or ws-final-stmt-mm < 01
      or ws-final-stmt-mm > 12
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-40-final-stmt.
*   endif

ab0-50-slip-year.

    accept scr-slip-year.

    if ws-slip-year < ws-last-bill-yy
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-50-slip-year.
*   endif

    if ws-rerun not = "Y"
    then
	go to ab0-90-continue.
*   endif

ab0-60-stmt-issued.

    display scr-issued.
    accept scr-stmt-issued.

    if   ws-stmt-issued not = "Y"
     and ws-stmt-issued not = "N"
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-60-stmt-issued.
*   endif

ab0-70-slips-issued.

    accept scr-slips-issued.

    if   ws-slips-issued not = "Y"
     and ws-slips-issued not = "N"
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-70-slips-issued.
*   endif

ab0-90-continue.

    display scr-continue-or-not.
    accept scr-continue.

    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to ab0-99-exit.
*   endif

    move "Y"				to	entry-ok.

    open input claims-mstr.
    open input rejected-claims.
    open input pat-mstr.
    open i-o doc-loc-assign.
    open i-o locum-mstr.
    open output closure-rpt-file.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move ws-doc-nbr			to	h2-doc-nbr.
    move doc-name			to	h2-doc-name.
    move doc-ohip-nbr			to	h2-doc-ohip-nbr.
    move ws-last-bill-date		to	h2-last-bill-date.
    move ws-supervisor-id		to	h2-closed-by.
    move spaces				to	h2-reason.
    perform ab1-reason-desc		thru	ab1-99-exit
	varying ss-reason from 1 by 1
	until ss-reason > 3.

ab0-99-exit.
    exit.
ab1-reason-desc.

    if reason-cd (ss-reason) = ws-reason
    then
	move reason-desc (ss-reason)	to	h2-reason.
*   endif

ab1-99-exit.
    exit.
ba0-doctor-master.

    move "CLOSURE STEPS"		to	h3-section.
    move h4-step-cols			to	h4-col-head.
    perform xa0-print-hdr		thru	xa0-99-exit.

*	(re-read - the record is rewritten with the last day)
    move ws-doc-nbr			to	doc-key.
    read doc-mstr
	invalid key
	    go to ba0-99-exit.

    move zero				to	ws-prev-term-date.
    if doc-date-fac-term numeric
    then
	move doc-date-fac-term		to	ws-prev-term-date.
*   endif

    move "DOCTOR MASTER TERMINATION DATE"
					to	l1-step.
    move spaces				to	l1-detail.
    if ws-prev-term-date = ws-last-bill-date
    then
	move "ALREADY STAMPED"		to	l1-result
    else
	move ws-last-bill-date		to	doc-date-fac-term
	rewrite doc-mstr-rec
	move "STAMPED"			to	l1-result.
*   endif

    move "WAS"				to	l1-date-desc.
    move ws-prev-term-date		to	l1-date-from.
    move ws-last-bill-date		to	l1-date-to.
    move l1-date-detail			to	l1-detail.
    move l1-step-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

*	(the first closure keeps what the master had before it)
    if ws-rerun not = "Y"
    then
	move ws-prev-term-date		to	dcl-prev-term-date.
*   endif

    move "NEW CLAIMS BLOCKED"		to	l1-step.
    move "SERVICE AFTER"		to	l1-date-desc.
    move ws-last-bill-date		to	l1-date-edit.
    move spaces				to	l1-detail.
    string "SERVICE DATES AFTER "	delimited by size
	   l1-date-edit			delimited by size
	   " REFUSED"			delimited by size
	into l1-detail.
    move "CLAIM ENTRY AND U887"		to	l1-result.
    move l1-step-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ba0-99-exit.
    exit.
bb0-end-assignments.

    move "N"				to	eof-doc-loc-assign.
    move ws-doc-nbr			to	dla-doc-nbr.
    move low-values			to	dla-loc-nbr.
    move zero				to	dla-date-from.

    start doc-loc-assign key is greater than or equal to dla-key
	invalid key
	    move "Y"			to	eof-doc-loc-assign.

    perform bb1-assignment		thru	bb1-99-exit
	until eof-doc-loc-assign = "Y".

    if ctr-loc-ended = zero
    then
	move "LOCATION ASSIGNMENTS"	to	l1-step
	move spaces			to	l1-detail
	move "NONE OPEN"		to	l1-result
	move l1-step-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

bb0-99-exit.
    exit.
bb1-assignment.

    read doc-loc-assign next
	at end
	    move "Y"			to	eof-doc-loc-assign
	    go to bb1-99-exit.

    if dla-doc-nbr not = ws-doc-nbr
    then
	move "Y"			to	eof-doc-loc-assign
	go to bb1-99-exit.
*   endif

*	(ended on or before the last day already - nothing to do)
    if   dla-date-to not = zero
     and dla-date-to not > ws-last-bill-date
    then
	go to bb1-99-exit.
*   endif

    move spaces				to	l1-step.
    string "LOCATION ASSIGNMENT "	delimited by size
	   dla-loc-nbr			delimited by size
	into l1-step.
    move "FROM"				to	l1-date-desc.
    move dla-date-from			to	l1-date-from.
    move dla-date-to			to	l1-date-to.
    move l1-date-detail			to	l1-detail.

    add 1				to	ctr-loc-ended.

*	(one that would only have started after the last day)
    if dla-date-from > ws-last-bill-date
    then
	delete doc-loc-assign record
	move "REMOVED - STARTS AFTER LAST DAY"
					to	l1-result
	go to bb1-90-print.
*   endif

    move ws-last-bill-date		to	dla-date-to.
    move sys-date-long			to	dla-maint-date.
    rewrite doc-loc-assign-rec.
    move "ENDED AT THE LAST DAY"	to	l1-result.

bb1-90-print.

    move l1-step-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

bb1-99-exit.
    exit.
bc0-end-locums.

*	(host or locum - the locum master is small, read it all)
    move "N"				to	eof-locum-mstr.
    move low-values			to	locum-key.

    start locum-mstr key is greater than or equal to locum-key
	invalid key
	    move "Y"			to	eof-locum-mstr.

    perform bc1-locum			thru	bc1-99-exit
	until eof-locum-mstr = "Y".

    if ctr-locum-ended = zero
    then
	move "LOCUM AGREEMENTS"		to	l1-step
	move spaces			to	l1-detail
	move "NONE OPEN"		to	l1-result
	move l1-step-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

bc0-99-exit.
    exit.
bc1-locum.

    read locum-mstr next
	at end
	    move "Y"			to	eof-locum-mstr
	    go to bc1-99-exit.

    if   locum-host-doc not = ws-doc-nbr
     and locum-doc-nbr not = ws-doc-nbr
    then
	go to bc1-99-exit.
*   endif

    if   locum-eff-to not = zero
     and locum-eff-to not > ws-last-bill-date
    then
	go to bc1-99-exit.
*   endif

    move spaces				to	l1-step.
    string "LOCUM AGREEMENT HOST "	delimited by size
	   locum-host-doc		delimited by size
	   " LOCUM "			delimited by size
	   locum-doc-nbr		delimited by size
	into l1-step.
    move "FROM"				to	l1-date-desc.
    move locum-eff-from			to	l1-date-from.
    move locum-eff-to			to	l1-date-to.
    move l1-date-detail			to	l1-detail.

    add 1				to	ctr-locum-ended.

    if locum-eff-from > ws-last-bill-date
    then
	delete locum-mstr record
	move "REMOVED - STARTS AFTER LAST DAY"
					to	l1-result
	go to bc1-90-print.
*   endif

    move ws-last-bill-date		to	locum-eff-to.
    rewrite locum-mstr-rec.
    move "ENDED AT THE LAST DAY"	to	l1-result.

bc1-90-print.

    move l1-step-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

bc1-99-exit.
    exit.
bd0-schedule.

    move "FINAL STATEMENT"		to	l1-step.
    move ws-final-stmt-month		to	l1-month-edit.
    move spaces				to	l1-detail.
    string "STATEMENT MONTH "		delimited by size
	   l1-month-edit		delimited by size
	into l1-detail.

    if ws-stmt-issued = "Y"
    then
	if dcl-final-stmt-done = zero
	then
	    move sys-date-long		to	dcl-final-stmt-done.
*	endif
*   endif
    if ws-stmt-issued not = "Y"
    then
	move zero			to	dcl-final-stmt-done.
*   endif

    if dcl-final-stmt-done = zero
    then
	move "SCHEDULED"		to	l1-result
    else
	move dcl-final-stmt-done	to	l1-date-edit
	move spaces			to	l1-result
	string "ISSUED "		delimited by size
	       l1-date-edit		delimited by size
	    into l1-result.
*   endif

    move l1-step-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "YEAR-END SLIPS"		to	l1-step.
    move spaces				to	l1-detail.
    string "SLIP YEAR "			delimited by size
	   ws-slip-year			delimited by size
	into l1-detail.

    if ws-slips-issued = "Y"
    then
	if dcl-slips-done = zero
	then
	    move sys-date-long		to	dcl-slips-done.
*	endif
*   endif
    if ws-slips-issued not = "Y"
    then
	move zero			to	dcl-slips-done.
*   endif

    if dcl-slips-done = zero
    then
	move "SCHEDULED"		to	l1-result
    else
	move dcl-slips-done		to	l1-date-edit
	move spaces			to	l1-result
	string "ISSUED "		delimited by size
	       l1-date-edit		delimited by size
	    into l1-result.
*   endif

    move l1-step-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

bd0-99-exit.
    exit.
ca0-open-claims.

    move "CLAIMS FOR DISPOSITION - UNSUBMITTED, REJECTED OR WITH A BALANCE"
					to	h3-section.
    move h4-claim-cols			to	h4-col-head.
    perform xa0-print-hdr		thru	xa0-99-exit.

    move "N"				to	eof-claims-mstr.
    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.

    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr.

    perform cb0-check-claim		thru	cb0-99-exit
	until eof-claims-mstr = "Y".

    if ctr-open-claims = zero
    then
	move "*** NO CLAIMS LEFT OPEN ***"
					to	l4-none-text
	move l4-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit
	go to ca0-99-exit.
*   endif

    move "CLAIMS FOR DISPOSITION"	to	t1-desc.
    move ctr-open-claims		to	t1-count.
    move tot-open-amount		to	t1-amount.
    move 2				to	nbr-lines-to-adv.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ca0-99-exit.
    exit.
cb0-check-claim.

    read claims-mstr next
	at end
	    move "Y"			to	eof-claims-mstr
	    go to cb0-99-exit.

    if key-clm-key-type not = "B"
    then
	move "Y"			to	eof-claims-mstr
	go to cb0-99-exit.
*   endif

*	(headers only)
    if   key-clm-oma-cd not = zeros
     and key-clm-oma-cd not = spaces
    then
	go to cb0-99-exit.
*   endif

    add 1				to	ctr-claims-mstr-reads.

    move claims-mstr-rec		to	claim-header-rec.

    if clmhdr-batch-nbr-3-6 (2:3) not = ws-doc-nbr
    then
	go to cb0-99-exit.
*   endif

    add clmhdr-tot-claim-ar-oma, clmhdr-tot-claim-ar-ohip
					giving	ws-claim-balance.
    subtract clmhdr-manual-and-tape-paymnts
					from	ws-claim-balance.

    if   clmhdr-submit-date = spaces
      or clmhdr-submit-date = zeros
      or clmhdr-submit-date not numeric
    then
	move "Y"			to	ws-unsent
    else
	move "N"			to	ws-unsent.
*   endif

    perform cc0-check-f085		thru	cc0-99-exit.

    if ws-on-f085 = "Y"
    then
	move "REJECTED"			to	ws-disposition
	go to cb0-50-list.
*   endif

    if ws-unsent = "Y"
    then
	move "UNSUBMITTED"		to	ws-disposition
	go to cb0-50-list.
*   endif

    if ws-claim-balance > zero
    then
	move "OPEN BALANCE"		to	ws-disposition
	go to cb0-50-list.
*   endif

    go to cb0-99-exit.

cb0-50-list.

    add 1				to	ctr-open-claims.
    if ws-claim-balance > zero
    then
	add ws-claim-balance		to	tot-open-amount.
*   endif

    move clmhdr-claim-id		to	l2-claim-id.
    move clmhdr-pat-surname		to	l2-surname.
    move clmhdr-serv-date		to	l2-serv-date.
    move clmhdr-submit-date		to	l2-submit-date.
    move clmhdr-tot-claim-ar-ohip	to	l2-billed.
    move ws-claim-balance		to	l2-balance.
    move ws-disposition			to	l2-disposition.
    move l2-claim-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

cb0-99-exit.
    exit.
cc0-check-f085.

*	(any line of the claim still on the rejected claims file and
*	 not cleared)
    move "N"				to	ws-on-f085.
    move "N"				to	eof-rejected-claims.
    move spaces				to	rejected-claims-rec.
    move clmhdr-claim-id		to	rej-claim-id.
    move low-values			to	rej-oma-cd
						rej-oma-suff.

    start rejected-claims key is greater than or equal to rej-key
	invalid key
	    go to cc0-99-exit.

cc0-10-loop.

    read rejected-claims next
	at end
	    go to cc0-99-exit.

    if rej-claim-id not = clmhdr-claim-id
    then
	go to cc0-99-exit.
*   endif

    if logically-deleted-flag not = "Y"
    then
	move "Y"			to	ws-on-f085
	go to cc0-99-exit.
*   endif

    go to cc0-10-loop.

cc0-99-exit.
    exit.
da0-roster.

    move "ROSTERED PATIENTS TO BE REASSIGNED (M046)"
					to	h3-section.
    move h4-roster-cols			to	h4-col-head.
    perform xa0-print-hdr		thru	xa0-99-exit.

*	(first close the entries already moved off the roster)
    move "N"				to	eof-roster-reassign.
    move ws-doc-nbr			to	rra-doc-nbr.
    move low-values			to	rra-pat-key.
    start roster-reassign key is greater than or equal to rra-key
	invalid key
	    move "Y"			to	eof-roster-reassign.

    perform db0-recheck-entry		thru	db0-99-exit
	until eof-roster-reassign = "Y".

*	(then mark every patient still rostered to the doctor)
    move "N"				to	eof-pat-mstr.
    move low-values			to	key-pat-mstr.
    start pat-mstr key is greater than or equal to key-pat-mstr
	invalid key
	    move "Y"			to	eof-pat-mstr.

    perform dc0-mark-patient		thru	dc0-99-exit
	until eof-pat-mstr = "Y".

*	(and list what is left to reassign)
    move "N"				to	eof-roster-reassign.
    move ws-doc-nbr			to	rra-doc-nbr.
    move low-values			to	rra-pat-key.
    start roster-reassign key is greater than or equal to rra-key
	invalid key
	    move "Y"			to	eof-roster-reassign.

    perform dd0-list-pending		thru	dd0-99-exit
	until eof-roster-reassign = "Y".

    if ctr-roster-pending = zero
    then
	move "*** NO ROSTERED PATIENTS LEFT TO REASSIGN ***"
					to	l4-none-text
	move l4-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit
	go to da0-99-exit.
*   endif

    move "PATIENTS TO REASSIGN"		to	t1-desc.
    move ctr-roster-pending		to	t1-count.
    move zero				to	t1-amount.
    move 2				to	nbr-lines-to-adv.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

da0-99-exit.
    exit.
db0-recheck-entry.

    read roster-reassign next
	at end
	    move "Y"			to	eof-roster-reassign
	    go to db0-99-exit.

    if rra-doc-nbr not = ws-doc-nbr
    then
	move "Y"			to	eof-roster-reassign
	go to db0-99-exit.
*   endif

    if not rra-pending
    then
	go to db0-99-exit.
*   endif

    move rra-pat-key			to	key-pat-mstr.
    read pat-mstr
	invalid key
	    move spaces			to	pat-roster-status
					pat-roster-doc-nbr.

    if   pat-roster-status = "R"
     and pat-roster-doc-nbr = ws-doc-nbr
    then
	go to db0-99-exit.
*   endif

    move "D"				to	rra-status.
    move sys-date-long			to	rra-done-date.
    move spaces				to	rra-new-doc-nbr.
    if pat-roster-status = "R"
    then
	move pat-roster-doc-nbr		to	rra-new-doc-nbr.
*   endif
    rewrite roster-reassign-rec.

db0-99-exit.
    exit.
dc0-mark-patient.

    read pat-mstr next
	at end
	    move "Y"			to	eof-pat-mstr
	    go to dc0-99-exit.

    if   pat-roster-status not = "R"
      or pat-roster-doc-nbr not = ws-doc-nbr
    then
	go to dc0-99-exit.
*   endif

    move ws-doc-nbr			to	rra-doc-nbr.
    move key-pat-mstr			to	rra-pat-key.
    read roster-reassign
	invalid key
	    go to dc0-50-new.

*	(rostered back to the doctor since the entry was closed)
    if rra-done
    then
	move "P"			to	rra-status
	move sys-date-long		to	rra-marked-date
	move zero			to	rra-done-date
	move spaces			to	rra-new-doc-nbr
	rewrite roster-reassign-rec
	add 1				to	ctr-roster-marked.
*   endif

    go to dc0-99-exit.

dc0-50-new.

    move spaces				to	roster-reassign-rec.
    move ws-doc-nbr			to	rra-doc-nbr.
    move key-pat-mstr			to	rra-pat-key.
    move "P"				to	rra-status.
    move pat-health-nbr			to	rra-health-nbr.
    move pat-surname			to	rra-surname.
    move pat-given-name			to	rra-given-name.
    move pat-roster-enrol-date		to	rra-enrol-date.
    move sys-date-long			to	rra-marked-date.
    move zero				to	rra-done-date.
    write roster-reassign-rec.
    add 1				to	ctr-roster-marked.

dc0-99-exit.
    exit.
dd0-list-pending.

    read roster-reassign next
	at end
	    move "Y"			to	eof-roster-reassign
	    go to dd0-99-exit.

    if rra-doc-nbr not = ws-doc-nbr
    then
	move "Y"			to	eof-roster-reassign
	go to dd0-99-exit.
*   endif

    if rra-done
    then
	add 1				to	ctr-roster-done
	go to dd0-99-exit.
*   endif

    add 1				to	ctr-roster-pending.

    move rra-pat-key			to	l3-pat-key.
    move rra-health-nbr			to	l3-health-nbr.
    move rra-surname			to	l3-surname.
    move rra-given-name			to	l3-given-name.
    move rra-enrol-date			to	l3-enrol-date.
    move rra-marked-date		to	l3-marked-date.
    move l3-roster-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

dd0-99-exit.
    exit.
ea0-still-open.

    move "STILL OPEN"			to	h3-section.
    move spaces				to	h4-col-head.
    perform xa0-print-hdr		thru	xa0-99-exit.

    move "CLAIMS FOR DISPOSITION"	to	t1-desc.
    move ctr-open-claims		to	t1-count.
    move tot-open-amount		to	t1-amount.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "PATIENTS TO REASSIGN"		to	t1-desc.
    move ctr-roster-pending		to	t1-count.
    move zero				to	t1-amount.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "PATIENTS MARKED THIS RUN"	to	t1-desc.
    move ctr-roster-marked		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "PATIENTS ALREADY REASSIGNED"	to	t1-desc.
    move ctr-roster-done		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "FINAL STATEMENT"		to	l1-step.
    move ws-final-stmt-month		to	l1-month-edit.
    move spaces				to	l1-detail.
    string "STATEMENT MONTH "		delimited by size
	   l1-month-edit		delimited by size
	into l1-detail.
    if dcl-final-stmt-done = zero
    then
	move "STILL TO ISSUE"		to	l1-result
    else
	move "DONE"			to	l1-result.
*   endif
    move 2				to	nbr-lines-to-adv.
    move l1-step-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "YEAR-END SLIPS"		to	l1-step.
    move spaces				to	l1-detail.
    string "SLIP YEAR "			delimited by size
	   ws-slip-year			delimited by size
	into l1-detail.
    if dcl-slips-done = zero
    then
	move "STILL TO ISSUE"		to	l1-result
    else
	move "DONE"			to	l1-result.
*   endif
    move l1-step-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if   ctr-open-claims = zero
     and ctr-roster-pending = zero
     and dcl-final-stmt-done not = zero
     and dcl-slips-done not = zero
    then
	move "*** CLOSURE COMPLETE - NOTHING LEFT OPEN ***"
					to	l4-none-text
	move 2				to	nbr-lines-to-adv
	move l4-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

ea0-99-exit.
    exit.
fa0-write-closure.

    move ws-doc-nbr			to	dcl-doc-nbr.
    move ws-reason			to	dcl-reason.
    move ws-last-bill-date		to	dcl-last-bill-date.
    move ws-final-stmt-month		to	dcl-final-stmt-month.
    move ws-slip-year			to	dcl-slip-year.
    move sys-date-long			to	dcl-last-run-date.
    move ctr-open-claims		to	dcl-nbr-open-claims.
    move tot-open-amount		to	dcl-open-amount.
    move ctr-roster-pending		to	dcl-nbr-roster-pending.
    move ctr-roster-done		to	dcl-nbr-roster-done.

*	(what earlier runs ended stays counted)
    add ctr-loc-ended			to	dcl-nbr-loc-ended.
    add ctr-locum-ended			to	dcl-nbr-locum-ended.

    if ws-rerun = "Y"
    then
	rewrite doc-closure-rec
	go to fa0-99-exit.
*   endif

    move sys-date-long			to	dcl-closed-date.
    move ws-supervisor-id		to	dcl-closed-by.
    write doc-closure-rec.

fa0-99-exit.
    exit.
az0-end-of-job.

    close doc-mstr.
    close user-security.
    close doc-closure.
    close roster-reassign.

    if entry-ok = "Y"
    then
	close claims-mstr
	close rejected-claims
	close pat-mstr
	close doc-loc-assign
	close locum-mstr
	close closure-rpt-file.
*   endif

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write closure-rpt-record		from	h1-rpt-head after advancing page.
    write closure-rpt-record		from	h2-doc-head after advancing 1 line.
    write closure-rpt-record		from	h3-section-head after advancing 2 lines.
    write closure-rpt-record		from	h4-col-head after advancing 2 lines.
    move 2				to	nbr-lines-to-adv.
    move 6				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-rpt-record.

    if nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write closure-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
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
