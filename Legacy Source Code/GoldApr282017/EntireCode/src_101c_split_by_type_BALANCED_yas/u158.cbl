identification division.
program-id. u158.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f020 - doctor master
*			: f010 - patient master
*			: f150 - moh enrolment differences
*			: f151 - moh outside use
*			: moh_enrolment - the MOH monthly enrolment
*					  report (staged input)
*			: moh_outside_use - the MOH monthly outside-use
*					    (negation) report (staged input)
*			: u158-work-file - both rosters, sorted to match
*			: u158_moh_only - MOH enrolments with no patient
*					  master record
*			: ru158 - moh enrolment import (printer)
*
*   program purpose : brings in the two monthly MOH reports for the
*			rostered side of the practice.  u047 prices
*			the capitation run from the roster kept on
*			f010, but MOH pays from its own enrolment
*			list - so the enrolment report is matched to
*			the patient master on health number and every
*			roster field the two disagree on (rostered or
*			not, enrolling doctor, enrol date, term date)
*			is listed and raised on f150 for a supervisor
*			to accept onto the patient master or reject in
*			m131.  a patient rostered here that MOH does
*			not carry is raised the same way; a patient
*			MOH carries with no patient master record is
*			listed.  the outside-use report - services our
*			rostered patients had from doctors outside the
*			practice, taken back off the payment - is
*			summed by patient and outside doctor onto
*			f151 for the report month (a rerun of the
*			month replaces it) and reported by r111.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f020_doctor_mstr.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f150_moh_enrol_diff.slr".
*
    copy "f151_outside_use.slr".
*
    select moh-enrolment
	assign to disk "$pb_data/moh_enrolment"
	organization is line sequential
	file status is status-moh-enrolment.
*
    select moh-outside-use
	assign to disk "$pb_data/moh_outside_use"
	organization is line sequential
	file status is status-moh-outside-use.
*
    select u158-work-file
	assign to "u158_work_file"
	organization is sequential.
*
    select u158-moh-only
	assign to "u158_moh_only"
	organization is sequential
	file status is status-u158-moh-only.
*
    select enrol-rpt-file
	assign to printer print-file-name
	file status is status-enrol-rpt.
*
data division.
file section.
*
    copy "f020_doctor_mstr.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "f150_moh_enrol_diff.fd".
*
    copy "f151_outside_use.fd".
*
*	(one enrolled patient a line - dates yyyymmdd, the term date
*	 blank while the enrolment stands)
fd  moh-enrolment
    record contains 80 characters.

01  moh-enrolment-rec.
    05  me-doc-ohip-nbr			pic x(6).
    05  me-health-nbr			pic x(10).
    05  me-version-cd			pic xx.
    05  me-surname			pic x(20).
    05  me-given-name			pic x(15).
    05  me-birth-date			pic x(8).
    05  me-sex				pic x.
    05  me-enrol-date			pic x(8).
    05  me-term-date			pic x(8).
    05  me-term-reason			pic xx.
*
*	(one negated service a line)
fd  moh-outside-use
    record contains 80 characters.

01  moh-outside-use-rec.
    05  mo-doc-ohip-nbr			pic x(6).
    05  mo-health-nbr			pic x(10).
    05  mo-version-cd			pic xx.
    05  mo-surname			pic x(20).
    05  mo-given-name			pic x(15).
    05  mo-outside-prov			pic x(6).
    05  mo-serv-date			pic x(8).
    05  mo-serv-date-r redefines mo-serv-date
					pic 9(8).
    05  mo-fee-cd			pic x(5).
    05  mo-amount			pic x(8).
    05  mo-amount-r redefines mo-amount
					pic 9(6)v99.
*
*	(one patient from either roster - the health number first)
sd  u158-work-file
    record contains 120 characters.

01  work-file-rec.
    05  wf-health-nbr			pic x(10).
    05  wf-source			pic x.
	88  wf-from-f010			value "F".
	88  wf-from-moh				value "M".
    05  wf-pat-key			pic x(16).
    05  wf-surname			pic x(20).
    05  wf-given-name			pic x(15).
    05  wf-birth-date			pic x(8).
    05  wf-version-cd			pic xx.
    05  wf-rostered			pic x.
    05  wf-roster-doc			pic x(3).
    05  wf-doc-ohip-nbr			pic x(6).
    05  wf-enrol-date			pic 9(8).
    05  wf-term-date			pic 9(8).
    05  wf-term-reason			pic xx.
    05  filler				pic x(20).
*
fd  u158-moh-only
    record contains 120 characters.

01  u158-moh-only-rec			pic x(120).
*
fd  enrol-rpt-file
    record contains 132 characters.

01  enrol-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru158".
77  status-enrol-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-moh-enrol-diff		pic xx	value zero.
77  status-cobol-outside-use		pic xx	value zero.
77  status-moh-enrolment		pic xx	value zero.
77  status-moh-outside-use		pic xx	value zero.
77  status-u158-moh-only		pic xx	value zero.

77  eof-doc-mstr			pic x	value "N".
77  eof-moh-enrolment			pic x	value "N".
77  eof-moh-outside-use			pic x	value "N".
77  eof-pat-mstr			pic x	value "N".
77  eof-work-file			pic x	value "N".
77  eof-moh-only			pic x	value "N".
77  eof-outside-use			pic x	value "N".

77  ws-continue				pic x	value spaces.

*	(1 differences, 2 MOH only, 3 outside use, 4 run totals - the
*	 page heading follows it)
77  ws-section				pic 9	value 1.

01  ws-report-month			pic 9(6)	value zero.
01  ws-report-month-r redefines ws-report-month.
    05  ws-report-yy			pic 9(4).
    05  ws-report-mm			pic 99.

*   the doctors by ohip billing number

01  doc-table.
    05  dt-entry			occurs 500 times.
	10  dt-doc-ohip-nbr		pic x(6).
	10  dt-doc-nbr			pic x(3).
77  dt-count				pic 9(4)	value zero.
77  ss-dt				pic 9(4)	value zero.
01  ws-doc-ohip-nbr			pic x(6)	value spaces.
01  ws-doc-nbr				pic x(3)	value spaces.

*   the matching - the health number now being read, and the patient
*   master side of it waiting for its MOH record

01  hold-match-key			pic x(10)	value spaces.
77  hold-f-present			pic x	value "N".
77  hold-f-matched			pic x	value "N".

01  hold-f010-rec.
    05  hf-health-nbr			pic x(10).
    05  hf-source			pic x.
    05  hf-pat-key			pic x(16).
    05  hf-surname			pic x(20).
    05  hf-given-name			pic x(15).
    05  hf-birth-date			pic x(8).
    05  hf-version-cd			pic xx.
    05  hf-rostered			pic x.
    05  hf-roster-doc			pic x(3).
    05  hf-doc-ohip-nbr			pic x(6).
    05  hf-enrol-date			pic 9(8).
    05  hf-term-date			pic 9(8).
    05  hf-term-reason			pic xx.
    05  filler				pic x(20).

01  moh-only-work-rec.
    05  mw-health-nbr			pic x(10).
    05  mw-source			pic x.
    05  mw-pat-key			pic x(16).
    05  mw-surname			pic x(20).
    05  mw-given-name			pic x(15).
    05  mw-birth-date			pic x(8).
    05  mw-version-cd			pic xx.
    05  mw-rostered			pic x.
    05  mw-roster-doc			pic x(3).
    05  mw-doc-ohip-nbr			pic x(6).
    05  mw-enrol-date			pic 9(8).
    05  mw-term-date			pic 9(8).
    05  mw-term-reason			pic xx.
    05  filler				pic x(20).

*   one field's difference on its way to f150

01  ws-field-id				pic x(12)	value spaces.
01  ws-moh-value			pic x(10)	value spaces.
01  ws-f010-value			pic x(10)	value spaces.
01  ws-moh-doc-ohip-nbr			pic x(6)	value spaces.
77  ws-diff-on-file			pic x	value "N".
01  ws-diff-note			pic x(13)	value spaces.

*   the month's outside use being summed

77  ws-ou-on-file			pic x	value "N".

01  counters.
    05  ctr-doc-reads			pic 9(7)	value zero.
    05  ctr-pat-reads			pic 9(9)	value zero.
    05  ctr-enrol-reads			pic 9(7)	value zero.
    05  ctr-enrol-rejected		pic 9(7)	value zero.
    05  ctr-enrol-no-doc		pic 9(7)	value zero.
    05  ctr-matched			pic 9(7)	value zero.
    05  ctr-diff-new			pic 9(7)	value zero.
    05  ctr-diff-pending		pic 9(7)	value zero.
    05  ctr-diff-rejected		pic 9(7)	value zero.
    05  ctr-not-on-moh			pic 9(7)	value zero.
    05  ctr-moh-only			pic 9(7)	value zero.
    05  ctr-ou-reads			pic 9(7)	value zero.
    05  ctr-ou-rejected			pic 9(7)	value zero.
    05  ctr-ou-no-doc			pic 9(7)	value zero.
    05  ctr-ou-replaced			pic 9(7)	value zero.
    05  ctr-ou-written			pic 9(7)	value zero.
    05  tot-ou-amount			pic 9(9)v99	value zero.

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-rpt-head.
    05  filler				pic x(6)	value "u158".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(44)	value
		"MOH ENROLMENT AND OUTSIDE USE IMPORT".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-section-head.
    05  filler				pic x(13)	value
		"REPORT MONTH ".
    05  h2-report-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h2-report-mm			pic 99.
    05  filler				pic x(5)	value "  -  ".
    05  h2-section-title		pic x(60).

01  h3-diff-col-head.
    05  filler				pic x(17)	value "PATIENT KEY".
    05  filler				pic x(22)	value "SURNAME".
    05  filler				pic x(12)	value "HEALTH NBR".
    05  filler				pic x(13)	value "FIELD".
    05  filler				pic x(12)	value "PAT MASTER".
    05  filler				pic x(12)	value "MOH".
    05  filler				pic x(8)	value "MOH DOC".
    05  filler				pic x(13)	value "NOTE".

01  h3-moh-col-head.
    05  filler				pic x(12)	value "HEALTH NBR".
    05  filler				pic x(4)	value "VER".
    05  filler				pic x(22)	value "SURNAME".
    05  filler				pic x(17)	value "GIVEN NAME".
    05  filler				pic x(10)	value "BIRTH".
    05  filler				pic x(8)	value "MOH DOC".
    05  filler				pic x(5)	value "DOC".
    05  filler				pic x(10)	value "ENROLLED".
    05  filler				pic x(10)	value "TERM".

01  l1-diff-line.
    05  l1-pat-key			pic x(16).
    05  filler				pic x		value space.
    05  l1-surname			pic x(20).
    05  filler				pic xx		value spaces.
    05  l1-health-nbr			pic x(10).
    05  filler				pic xx		value spaces.
    05  l1-field-id			pic x(12).
    05  filler				pic x		value space.
    05  l1-f010-value			pic x(10).
    05  filler				pic xx		value spaces.
    05  l1-moh-value			pic x(10).
    05  filler				pic xx		value spaces.
    05  l1-moh-doc			pic x(6).
    05  filler				pic xx		value spaces.
    05  l1-note				pic x(13).

01  l2-moh-line.
    05  l2-health-nbr			pic x(10).
    05  filler				pic xx		value spaces.
    05  l2-version-cd			pic xx.
    05  filler				pic xx		value spaces.
    05  l2-surname			pic x(20).
    05  filler				pic xx		value spaces.
    05  l2-given-name			pic x(15).
    05  filler				pic xx		value spaces.
    05  l2-birth-date			pic x(8).
    05  filler				pic xx		value spaces.
    05  l2-doc-ohip-nbr			pic x(6).
    05  filler				pic xx		value spaces.
    05  l2-doc-nbr			pic x(3).
    05  filler				pic xx		value spaces.
    05  l2-enrol-date			pic 9(8).
    05  filler				pic xx		value spaces.
    05  l2-term-date			pic 9(8).

01  t1-total-line.
    05  t1-desc				pic x(40).
    05  t1-count			pic zzz,zz9.

01  t2-amount-line.
    05  t2-desc				pic x(40).
    05  t2-amount			pic zzz,zzz,zz9.99.

01  l3-none-line.
    05  filler				pic x(10)	value spaces.
    05  l3-none-text			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "u158".
    05  line 01 col 15 value "MOH Enrolment and Outside Use Import".

01  scr-report-month.
    05  line 08 col 20 value "Report month (YYYYMM)".
    05  scr-month line 08 col 49 pic 9(6) using ws-report-month auto required.

01  scr-continue-or-not.
    05  line 10 col 20 value "Continue (Y/N)".
    05  scr-continue line 10 col 49 pic x using ws-continue auto required.

01  scr-closing-screen.
    05  blank screen.
    05  line 08 col 20  value "enrolments read".
    05  line 08 col 60  pic z(6)9 using ctr-enrol-reads.
    05  line 09 col 20  value "matched to patient master".
    05  line 09 col 60  pic z(6)9 using ctr-matched.
    05  line 10 col 20  value "differences new or raised again".
    05  line 10 col 60  pic z(6)9 using ctr-diff-new.
    05  line 11 col 20  value "differences still pending".
    05  line 11 col 60  pic z(6)9 using ctr-diff-pending.
    05  line 12 col 20  value "rostered here - not on MOH".
    05  line 12 col 60  pic z(6)9 using ctr-not-on-moh.
    05  line 13 col 20  value "on MOH - not on patient master".
    05  line 13 col 60  pic z(6)9 using ctr-moh-only.
    05  line 14 col 20  value "outside-use services read".
    05  line 14 col 60  pic z(6)9 using ctr-ou-reads.
    05  line 21 col 20	value "program u158 ending".
    05  line 21 col 40	pic 99 from sys-hrs.
    05  line 21 col 42	value ":".
    05  line 21 col 43	pic 99 from sys-min.

01  confirm.
    05 line 23 col 01  value " ".

procedure division.
declaratives.

err-pat-mstr-file section.
    use after standard error procedure on pat-mstr.
err-pat-mstr.
    move status-cobol-pat-mstr		to common-status-file.
    display "error in accessing patient master - status "
	    common-status-file.
    stop "error in accessing patient master".

err-outside-use-file section.
    use after standard error procedure on outside-use.
err-outside-use.
    move status-cobol-outside-use	to common-status-file.
    display "error in accessing moh outside use - status "
	    common-status-file.
    stop "error in accessing moh outside use".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ba0-enrolment		thru ba0-99-exit.
    perform ga0-outside-use		thru ga0-99-exit.
    perform ha0-run-totals		thru ha0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    display scr-title.

aa0-10-report-month.

    display scr-report-month.
    accept scr-month.

    if   ws-report-mm < 01
      or ws-report-mm > 12
      or ws-report-yy > sys-yy
      or (    ws-report-yy = sys-yy
	  and ws-report-mm > sys-mm)
    then
	go to aa0-10-report-month.
*   endif

    display scr-continue-or-not.
    accept scr-continue.

    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	stop run.
*   endif

*	(the doctors by the billing number MOH reports them under)
    open input doc-mstr.
    move low-values			to	doc-key.
    start doc-mstr key is greater than or equal to doc-key
	invalid key
	    move "Y"			to	eof-doc-mstr.

    perform ab0-load-doctor		thru	ab0-99-exit
	until eof-doc-mstr = "Y".

    close doc-mstr.

    open input pat-mstr.

    open i-o moh-enrol-diff.

*	(first run - create the difference file)
    if status-cobol-moh-enrol-diff = "35"
    then
	open output moh-enrol-diff
	close moh-enrol-diff
	open i-o moh-enrol-diff.
*   endif

    open i-o outside-use.

    if status-cobol-outside-use = "35"
    then
	open output outside-use
	close outside-use
	open i-o outside-use.
*   endif

    open output enrol-rpt-file.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move ws-report-yy			to	h2-report-yy.
    move ws-report-mm			to	h2-report-mm.

aa0-99-exit.
    exit.
ab0-load-doctor.

    read doc-mstr next
	at end
	    move "Y"			to	eof-doc-mstr
	    go to ab0-99-exit.

    add 1				to	ctr-doc-reads.

    if   doc-ohip-nbr = spaces
      or dt-count not < 500
    then
	go to ab0-99-exit.
*   endif

    add 1				to	dt-count.
    move doc-ohip-nbr			to	dt-doc-ohip-nbr (dt-count).
    move doc-nbr			to	dt-doc-nbr (dt-count).

ab0-99-exit.
    exit.
ba0-enrolment.

    move 1				to	ws-section.
    perform xa0-print-hdr		thru	xa0-99-exit.

    open input moh-enrolment.

*	(no enrolment report in this month - say so and go on to the
*	 outside use)
    if status-moh-enrolment not = "00"
    then
	move "*** NO MOH ENROLMENT REPORT IN ***"
					to	l3-none-text
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit
	go to ba0-99-exit.
*   endif

    open output u158-moh-only.

    sort u158-work-file
	on ascending key
			wf-health-nbr
			wf-source
	input procedure is ca0-release		thru ca0-99-exit
	output procedure is da0-match		thru da0-99-exit.

    close u158-moh-only.
    close moh-enrolment.

    if   ctr-diff-new = zero
     and ctr-diff-pending = zero
    then
	move "*** NO DIFFERENCES TO REVIEW ***"
					to	l3-none-text
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    perform fa0-moh-only		thru	fa0-99-exit.

ba0-99-exit.
    exit.
ca0-release.

    move "N"				to	eof-moh-enrolment.
    perform ca1-moh-record		thru	ca1-99-exit
	until eof-moh-enrolment = "Y".

    move "N"				to	eof-pat-mstr.
    move low-values			to	key-pat-mstr.
    start pat-mstr key is greater than or equal to key-pat-mstr
	invalid key
	    move "Y"			to	eof-pat-mstr.

    perform ca2-patient-record		thru	ca2-99-exit
	until eof-pat-mstr = "Y".

ca0-99-exit.
    exit.
ca1-moh-record.

    read moh-enrolment
	at end
	    move "Y"			to	eof-moh-enrolment
	    go to ca1-99-exit.

    add 1				to	ctr-enrol-reads.

    if me-health-nbr not numeric
    then
	add 1				to	ctr-enrol-rejected
	go to ca1-99-exit.
*   endif

    move spaces				to	work-file-rec.
    move "M"				to	wf-source.
    move me-health-nbr			to	wf-health-nbr.
    move me-version-cd			to	wf-version-cd.
    move me-surname			to	wf-surname.
    move me-given-name			to	wf-given-name.
    move me-birth-date			to	wf-birth-date.
    move me-doc-ohip-nbr		to	wf-doc-ohip-nbr.
    move me-term-reason			to	wf-term-reason.

    move zero				to	wf-enrol-date
						wf-term-date.
    if me-enrol-date numeric
    then
	move me-enrol-date		to	wf-enrol-date.
*   endif
    if me-term-date numeric
    then
	move me-term-date		to	wf-term-date.
*   endif

*	(enrolled while MOH gives no term date)
    if wf-term-date = zero
    then
	move "R"			to	wf-rostered
    else
	move space			to	wf-rostered.
*   endif

    move me-doc-ohip-nbr		to	ws-doc-ohip-nbr.
    perform xd0-find-doctor		thru	xd0-99-exit.
    move ws-doc-nbr			to	wf-roster-doc.

    if ws-doc-nbr = spaces
    then
	add 1				to	ctr-enrol-no-doc.
*   endif

    release work-file-rec.

ca1-99-exit.
    exit.
ca2-patient-record.

    read pat-mstr next
	at end
	    move "Y"			to	eof-pat-mstr
	    go to ca2-99-exit.

    add 1				to	ctr-pat-reads.

    if   pat-health-nbr not numeric
      or pat-health-nbr = zero
    then
	go to ca2-99-exit.
*   endif

    move spaces				to	work-file-rec.
    move "F"				to	wf-source.
    move pat-health-nbr			to	wf-health-nbr.
    move key-pat-mstr			to	wf-pat-key.
    move pat-surname			to	wf-surname.
    move pat-given-name			to	wf-given-name.
    move pat-birth-date			to	wf-birth-date.
    move pat-version-cd			to	wf-version-cd.

    move space				to	wf-rostered.
    if pat-roster-status = "R"
    then
	move "R"			to	wf-rostered.
*   endif
    move pat-roster-doc-nbr		to	wf-roster-doc.

    move zero				to	wf-enrol-date
						wf-term-date.
    if pat-roster-enrol-date numeric
    then
	move pat-roster-enrol-date	to	wf-enrol-date.
*   endif
    if pat-roster-term-date numeric
    then
	move pat-roster-term-date	to	wf-term-date.
*   endif

    release work-file-rec.

ca2-99-exit.
    exit.
da0-match.

*	(the patient master record sorts ahead of the MOH record on
*	 the same health number and waits for it)
    move "N"				to	eof-work-file.
    move "N"				to	hold-f-present.
    move "N"				to	hold-f-matched.
    move low-values			to	hold-match-key.

    perform xr0-return-work		thru	xr0-99-exit.

    perform db0-match-record		thru	db0-99-exit
	until eof-work-file = "Y".

    perform dc0-close-group		thru	dc0-99-exit.

da0-99-exit.
    exit.
db0-match-record.

    if wf-health-nbr not = hold-match-key
    then
	perform dc0-close-group		thru	dc0-99-exit
	move wf-health-nbr		to	hold-match-key.
*   endif

*	(a second patient master record on the health number is left
*	 to the duplicate-patient work - the first is compared)
    if wf-from-f010
    then
	if hold-f-present = "N"
	then
	    move work-file-rec		to	hold-f010-rec
	    move "Y"			to	hold-f-present
	    move "N"			to	hold-f-matched.
*	endif
*   endif

*	(a second MOH record on the health number is passed over)
    if   wf-from-moh
     and hold-f-present = "N"
    then
	write u158-moh-only-rec		from	work-file-rec.
*   endif

    if   wf-from-moh
     and hold-f-present = "Y"
     and hold-f-matched = "N"
    then
	perform ea0-compare-fields	thru	ea0-99-exit
	move "Y"			to	hold-f-matched.
*   endif

    perform xr0-return-work		thru	xr0-99-exit.

db0-99-exit.
    exit.
dc0-close-group.

*	(rostered here and MOH does not carry the patient)
    if   hold-f-present = "Y"
     and hold-f-matched = "N"
     and hf-rostered = "R"
    then
	move space			to	ws-moh-value
	move "R"			to	ws-f010-value
	move "ROSTERED"			to	ws-field-id
	move spaces			to	ws-moh-doc-ohip-nbr
	perform eb0-file-difference	thru	eb0-99-exit
	add 1				to	ctr-not-on-moh.
*   endif

    move "N"				to	hold-f-present.

dc0-99-exit.
    exit.
ea0-compare-fields.

*	(MOH in the work record, the patient master in the hold)
    add 1				to	ctr-matched.
    move wf-doc-ohip-nbr		to	ws-moh-doc-ohip-nbr.

    if wf-rostered not = hf-rostered
    then
	move "ROSTERED"			to	ws-field-id
	move wf-rostered		to	ws-moh-value
	move hf-rostered		to	ws-f010-value
	perform eb0-file-difference	thru	eb0-99-exit.
*   endif

*	(an enrolling doctor not on the doctor master cannot be put
*	 on the patient - it is counted and left)
    if   wf-roster-doc not = spaces
     and wf-roster-doc not = hf-roster-doc
    then
	move "ROSTER DOC"		to	ws-field-id
	move wf-roster-doc		to	ws-moh-value
	move hf-roster-doc		to	ws-f010-value
	perform eb0-file-difference	thru	eb0-99-exit.
*   endif

    if   wf-enrol-date not = zero
     and wf-enrol-date not = hf-enrol-date
    then
	move "ENROL DATE"		to	ws-field-id
	move wf-enrol-date		to	ws-moh-value
	move hf-enrol-date		to	ws-f010-value
	perform eb0-file-difference	thru	eb0-99-exit.
*   endif

    if wf-term-date not = hf-term-date
    then
	move "TERM DATE"		to	ws-field-id
	move wf-term-date		to	ws-moh-value
	move hf-term-date		to	ws-f010-value
	perform eb0-file-difference	thru	eb0-99-exit.
*   endif

ea0-99-exit.
    exit.
eb0-file-difference.

    move hf-pat-key			to	en-pat-key.
    move ws-field-id			to	en-field-id.

    move "Y"				to	ws-diff-on-file.
    read moh-enrol-diff
	invalid key
	    move "N"			to	ws-diff-on-file.

    if ws-diff-on-file = "N"
    then
	go to eb0-50-new.
*   endif

*	(turned down before and MOH still says the same - leave it)
    if   en-rejected
     and en-moh-value = ws-moh-value
    then
	move sys-date-long-r		to	en-last-run-date
	rewrite moh-enrol-diff-rec
	add 1				to	ctr-diff-rejected
	go to eb0-99-exit.
*   endif

    if   en-pending
     and en-moh-value = ws-moh-value
    then
	move "STILL PENDING"		to	ws-diff-note
	add 1				to	ctr-diff-pending
    else
*	    (a new value from MOH, or back again after being
*	     accepted - up for review again)
	move "RAISED AGAIN"		to	ws-diff-note
	move "P"			to	en-status
	move sys-date-long-r		to	en-found-date
	move zero			to	en-reviewed-date
	move spaces			to	en-reviewed-by
	add 1				to	ctr-diff-new.
*   endif

    move ws-moh-value			to	en-moh-value.
    move ws-f010-value			to	en-f010-value.
    move hf-health-nbr			to	en-health-nbr.
    move ws-moh-doc-ohip-nbr		to	en-moh-doc-ohip-nbr.
    move ws-report-month		to	en-report-month.
    move sys-date-long-r		to	en-last-run-date.

    rewrite moh-enrol-diff-rec.

    go to eb0-90-print.

eb0-50-new.

    move spaces				to	moh-enrol-diff-rec.
    move hf-pat-key			to	en-pat-key.
    move ws-field-id			to	en-field-id.
    move ws-moh-value			to	en-moh-value.
    move ws-f010-value			to	en-f010-value.
    move "P"				to	en-status.
    move hf-health-nbr			to	en-health-nbr.
    move ws-moh-doc-ohip-nbr		to	en-moh-doc-ohip-nbr.
    move ws-report-month		to	en-report-month.
    move sys-date-long-r		to	en-found-date
						en-last-run-date.
    move zero				to	en-reviewed-date.

    write moh-enrol-diff-rec.

    move "NEW"				to	ws-diff-note.
    add 1				to	ctr-diff-new.

eb0-90-print.

    move hf-pat-key			to	l1-pat-key.
    move hf-surname			to	l1-surname.
    move hf-health-nbr			to	l1-health-nbr.
    move ws-field-id			to	l1-field-id.
    move ws-f010-value			to	l1-f010-value.
    move ws-moh-value			to	l1-moh-value.
    move en-moh-doc-ohip-nbr		to	l1-moh-doc.
    move ws-diff-note			to	l1-note.
    move l1-diff-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

eb0-99-exit.
    exit.
fa0-moh-only.

    move 2				to	ws-section.
    perform xa0-print-hdr		thru	xa0-99-exit.

    open input u158-moh-only.
    move "N"				to	eof-moh-only.
    perform fb0-moh-only-line		thru	fb0-99-exit
	until eof-moh-only = "Y".
    close u158-moh-only.

    if ctr-moh-only = zero
    then
	move "*** EVERY MOH ENROLMENT IS ON THE PATIENT MASTER ***"
					to	l3-none-text
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

fa0-99-exit.
    exit.
fb0-moh-only-line.

    read u158-moh-only			into	moh-only-work-rec
	at end
	    move "Y"			to	eof-moh-only
	    go to fb0-99-exit.

    move mw-health-nbr			to	l2-health-nbr.
    move mw-version-cd			to	l2-version-cd.
    move mw-surname			to	l2-surname.
    move mw-given-name			to	l2-given-name.
    move mw-birth-date			to	l2-birth-date.
    move mw-doc-ohip-nbr		to	l2-doc-ohip-nbr.
    move mw-roster-doc			to	l2-doc-nbr.
    move mw-enrol-date			to	l2-enrol-date.
    move mw-term-date			to	l2-term-date.
    move l2-moh-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add 1				to	ctr-moh-only.

fb0-99-exit.
    exit.
ga0-outside-use.

    move 3				to	ws-section.
    perform xa0-print-hdr		thru	xa0-99-exit.

    open input moh-outside-use.

    if status-moh-outside-use not = "00"
    then
	move "*** NO MOH OUTSIDE-USE REPORT IN ***"
					to	l3-none-text
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit
	go to ga0-99-exit.
*   endif

*	(a rerun of the month replaces what was loaded for it)
    move ws-report-month		to	ou-report-month.
    move low-values			to	ou-doc-nbr
						ou-health-nbr
						ou-outside-prov.
    move "N"				to	eof-outside-use.
    start outside-use key is greater than or equal to ou-key
	invalid key
	    move "Y"			to	eof-outside-use.

    perform gb0-clear-month		thru	gb0-99-exit
	until eof-outside-use = "Y".

    move "N"				to	eof-moh-outside-use.
    perform gc0-outside-use-line	thru	gc0-99-exit
	until eof-moh-outside-use = "Y".

    close moh-outside-use.

    move 2				to	nbr-lines-to-adv.
    move "OUTSIDE-USE SERVICES READ"	to	t1-desc.
    move ctr-ou-reads			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "LINES WITH NO HEALTH NUMBER OR AMOUNT"
					to	t1-desc.
    move ctr-ou-rejected		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "ENROLLING DOCTOR NOT ON DOCTOR MASTER"
					to	t1-desc.
    move ctr-ou-no-doc			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "PRIOR LOAD OF THE MONTH REPLACED"
					to	t1-desc.
    move ctr-ou-replaced		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "PATIENT / OUTSIDE DOCTOR RECORDS"
					to	t1-desc.
    move ctr-ou-written			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "OUTSIDE-USE DOLLARS"		to	t2-desc.
    move tot-ou-amount			to	t2-amount.
    move t2-amount-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "*** SEE R111 FOR OUTSIDE USE BY PATIENT AND DOCTOR ***"
					to	l3-none-text.
    move 2				to	nbr-lines-to-adv.
    move l3-none-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ga0-99-exit.
    exit.
gb0-clear-month.

    read outside-use next
	at end
	    move "Y"			to	eof-outside-use
	    go to gb0-99-exit.

    if ou-report-month not = ws-report-month
    then
	move "Y"			to	eof-outside-use
	go to gb0-99-exit.
*   endif

    delete outside-use record.
    add 1				to	ctr-ou-replaced.

gb0-99-exit.
    exit.
gc0-outside-use-line.

    read moh-outside-use
	at end
	    move "Y"			to	eof-moh-outside-use
	    go to gc0-99-exit.

    add 1				to	ctr-ou-reads.

    if   mo-health-nbr not numeric
      or mo-amount not numeric
    then
	add 1				to	ctr-ou-rejected
	go to gc0-99-exit.
*   endif

    move mo-doc-ohip-nbr		to	ws-doc-ohip-nbr.
    perform xd0-find-doctor		thru	xd0-99-exit.

    if ws-doc-nbr = spaces
    then
	add 1				to	ctr-ou-no-doc.
*   endif

    move ws-report-month		to	ou-report-month.
    move ws-doc-nbr			to	ou-doc-nbr.
    move mo-health-nbr			to	ou-health-nbr.
    move mo-outside-prov		to	ou-outside-prov.

    move "Y"				to	ws-ou-on-file.
    read outside-use
	invalid key
	    move "N"			to	ws-ou-on-file.

    if ws-ou-on-file = "N"
    then
	move spaces			to	outside-use-rec
	move ws-report-month		to	ou-report-month
	move ws-doc-nbr			to	ou-doc-nbr
	move mo-health-nbr		to	ou-health-nbr
	move mo-outside-prov		to	ou-outside-prov
	move mo-doc-ohip-nbr		to	ou-doc-ohip-nbr
	move mo-version-cd		to	ou-version-cd
	move mo-surname			to	ou-surname
	move mo-given-name		to	ou-given-name
	move zero			to	ou-nbr-services
					ou-amount
					ou-last-serv-date
	move sys-date-long-r		to	ou-loaded-date.
*   endif

    add 1				to	ou-nbr-services.
    add mo-amount-r			to	ou-amount
	on size error
	    move 9999999.99		to	ou-amount.
    add mo-amount-r			to	tot-ou-amount.

    if   mo-serv-date numeric
     and mo-serv-date-r > ou-last-serv-date
    then
	move mo-serv-date-r		to	ou-last-serv-date.
*   endif

    if ws-ou-on-file = "Y"
    then
	rewrite outside-use-rec
    else
	write outside-use-rec
	add 1				to	ctr-ou-written.
*   endif

gc0-99-exit.
    exit.
ha0-run-totals.

    move 4				to	ws-section.
    perform xa0-print-hdr		thru	xa0-99-exit.

    move "ENROLMENTS READ"		to	t1-desc.
    move ctr-enrol-reads		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "ENROLMENTS WITH NO HEALTH NUMBER"
					to	t1-desc.
    move ctr-enrol-rejected		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "ENROLLING DOCTOR NOT ON DOCTOR MASTER"
					to	t1-desc.
    move ctr-enrol-no-doc		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "MATCHED TO PATIENT MASTER"	to	t1-desc.
    move ctr-matched			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "DIFFERENCES NEW OR RAISED AGAIN"
					to	t1-desc.
    move ctr-diff-new			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "DIFFERENCES STILL PENDING"	to	t1-desc.
    move ctr-diff-pending		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "REJECTED BEFORE - NOT RAISED"	to	t1-desc.
    move ctr-diff-rejected		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "ROSTERED HERE - NOT ON MOH"	to	t1-desc.
    move ctr-not-on-moh			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "ON MOH - NOT ON PATIENT MASTER"
					to	t1-desc.
    move ctr-moh-only			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ha0-99-exit.
    exit.
az0-end-of-job.

    close pat-mstr.
    close moh-enrol-diff.
    close outside-use.
    close enrol-rpt-file.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write enrol-rpt-record		from	h1-rpt-head after advancing page.

    if ws-section = 1
    then
	move "ROSTER DIFFERENCES - PATIENT MASTER AGAINST MOH"
					to	h2-section-title
	write enrol-rpt-record		from	h2-section-head after advancing 2 lines
	write enrol-rpt-record		from	h3-diff-col-head after advancing 2 lines.
*   endif

    if ws-section = 2
    then
	move "ON THE MOH ENROLMENT - NOT ON THE PATIENT MASTER"
					to	h2-section-title
	write enrol-rpt-record		from	h2-section-head after advancing 2 lines
	write enrol-rpt-record		from	h3-moh-col-head after advancing 2 lines.
*   endif

    if ws-section = 3
    then
	move "OUTSIDE USE LOADED"	to	h2-section-title
	write enrol-rpt-record		from	h2-section-head after advancing 2 lines
	move spaces			to	enrol-rpt-record
	write enrol-rpt-record		after advancing 2 lines.
*   endif

    if ws-section = 4
    then
	move "RUN TOTALS"		to	h2-section-title
	write enrol-rpt-record		from	h2-section-head after advancing 2 lines
	move spaces			to	enrol-rpt-record
	write enrol-rpt-record		after advancing 2 lines.
*   endif

    move 2				to	nbr-lines-to-adv.
    move 5				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-rpt-record.

    if nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write enrol-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xd0-find-doctor.

*	(ws-doc-ohip-nbr to our doctor number - blank if not on file)
    move spaces				to	ws-doc-nbr.

    if ws-doc-ohip-nbr = spaces
    then
	go to xd0-99-exit.
*   endif

    perform xd1-check-doctor		thru	xd1-99-exit
	varying ss-dt from 1 by 1
	until ss-dt > dt-count
	   or ws-doc-nbr not = spaces.

xd0-99-exit.
    exit.
xd1-check-doctor.

    if dt-doc-ohip-nbr (ss-dt) = ws-doc-ohip-nbr
    then
	move dt-doc-nbr (ss-dt)		to	ws-doc-nbr.
*   endif

xd1-99-exit.
    exit.
xr0-return-work.

    return u158-work-file
	at end
	    move "Y"			to	eof-work-file.

xr0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
