identification division.
program-id. r111.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f151 - moh outside use
*			: f020 - doctor master
*			: r111-work-file - outside use, by patient
*			: r111_summary - one line a patient
*			: r111-sort-file - the patients, heaviest first
*			: rr111 - outside use by patient and doctor
*				  (printer)
*
*   program purpose : outside use by patient and doctor.  the MOH
*			outside-use dollars u158 loaded for the months
*			asked for are summed for each rostered patient
*			under the enrolling doctor, and the patients
*			listed heaviest first with the services, the
*			number of outside doctors seen, the outside
*			doctor who took the most and the last outside
*			service - so the practice can reach out to
*			the heavy outside users or take them off the
*			roster (m046).  a minimum dollar figure keeps
*			the occasional walk-in off the list; every
*			patient still counts in the doctor's totals.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f151_outside_use.slr".
*
    copy "f020_doctor_mstr.slr".
*
    select r111-work-file
	assign to "r111_work_file"
	organization is sequential.
*
    select r111-summary
	assign to "r111_summary"
	organization is sequential
	file status is status-r111-summary.
*
    select r111-sort-file
	assign to "r111_sort_file"
	organization is sequential.
*
    select outside-use-rpt-file
	assign to printer print-file-name
	file status is status-outside-use-rpt.
*
data division.
file section.
*
    copy "f151_outside_use.fd".
*
    copy "f020_doctor_mstr.fd".
*
sd  r111-work-file
    record contains 100 characters.

01  work-file-rec.
    05  wf-doc-nbr			pic x(3).
    05  wf-health-nbr			pic x(10).
    05  wf-outside-prov			pic x(6).
    05  wf-doc-ohip-nbr			pic x(6).
    05  wf-version-cd			pic xx.
    05  wf-surname			pic x(20).
    05  wf-given-name			pic x(15).
    05  wf-nbr-services			pic 9(5).
    05  wf-amount			pic 9(7)v99.
    05  wf-last-serv-date		pic 9(8).
    05  filler				pic x(16).
*
fd  r111-summary
    record contains 100 characters.

01  r111-summary-rec			pic x(100).
*
sd  r111-sort-file
    record contains 100 characters.

01  sort-file-rec.
    05  sf-doc-nbr			pic x(3).
    05  sf-amount			pic 9(9)v99.
    05  sf-health-nbr			pic x(10).
    05  sf-doc-ohip-nbr			pic x(6).
    05  sf-version-cd			pic xx.
    05  sf-surname			pic x(20).
    05  sf-given-name			pic x(15).
    05  sf-nbr-services			pic 9(5).
    05  sf-nbr-outside-docs		pic 9(3).
    05  sf-top-prov			pic x(6).
    05  sf-top-prov-amount		pic 9(9)v99.
    05  sf-last-serv-date		pic 9(8).
*
fd  outside-use-rpt-file
    record contains 132 characters.

01  outside-use-rpt-record		pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr111".
77  status-outside-use-rpt		pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-outside-use		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-r111-summary			pic xx	value zero.

77  eof-outside-use			pic x	value "N".
77  eof-work-file			pic x	value "N".
77  eof-sort-file			pic x	value "N".

77  ws-continue				pic x	value spaces.

*   the selection

01  ws-from-month			pic 9(6)	value zero.
01  ws-from-month-r redefines ws-from-month.
    05  ws-from-yy			pic 9(4).
    05  ws-from-mm			pic 99.
01  ws-to-month				pic 9(6)	value zero.
01  ws-to-month-r redefines ws-to-month.
    05  ws-to-yy			pic 9(4).
    05  ws-to-mm			pic 99.
01  ws-sel-doc-nbr			pic x(3)	value spaces.
01  ws-min-amount			pic 9(5)v99	value zero.

*   the patient being summed (first sort) and the outside doctor
*   within it

01  hold-pat-key.
    05  hold-doc-nbr			pic x(3).
    05  hold-health-nbr			pic x(10).
01  hold-prov				pic x(6)	value spaces.
01  hold-prov-amount			pic 9(9)v99	value zero.

01  summary-work-rec.
    05  sw-doc-nbr			pic x(3).
    05  sw-amount			pic 9(9)v99.
    05  sw-health-nbr			pic x(10).
    05  sw-doc-ohip-nbr			pic x(6).
    05  sw-version-cd			pic xx.
    05  sw-surname			pic x(20).
    05  sw-given-name			pic x(15).
    05  sw-nbr-services			pic 9(5).
    05  sw-nbr-outside-docs		pic 9(3).
    05  sw-top-prov			pic x(6).
    05  sw-top-prov-amount		pic 9(9)v99.
    05  sw-last-serv-date		pic 9(8).

*   the doctor being printed (second sort)

01  hold-print-doc			pic x(3)	value spaces.
77  ws-first-doc			pic x	value "Y".

01  doc-totals.
    05  dtot-patients			pic 9(7)	value zero.
    05  dtot-listed			pic 9(7)	value zero.
    05  dtot-services			pic 9(7)	value zero.
    05  dtot-amount			pic 9(9)v99	value zero.

01  run-totals.
    05  rtot-records			pic 9(7)	value zero.
    05  rtot-doctors			pic 9(7)	value zero.
    05  rtot-patients			pic 9(7)	value zero.
    05  rtot-listed			pic 9(7)	value zero.
    05  rtot-services			pic 9(7)	value zero.
    05  rtot-amount			pic 9(9)v99	value zero.

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-rpt-head.
    05  filler				pic x(6)	value "r111".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(44)	value
		"OUTSIDE USE BY PATIENT AND DOCTOR".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-sel-head.
    05  filler				pic x(14)	value
		"REPORT MONTHS ".
    05  h2-from-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h2-from-mm			pic 99.
    05  filler				pic x(4)	value " TO ".
    05  h2-to-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h2-to-mm			pic 99.
    05  filler				pic x(25)	value
		"    PATIENTS OVER $".
    05  h2-min-amount			pic zz,zz9.99.

01  h3-doc-head.
    05  filler				pic x(7)	value "DOCTOR ".
    05  h3-doc-nbr			pic x(3).
    05  filler				pic xx		value spaces.
    05  h3-doc-name			pic x(25).
    05  filler				pic x(9)	value "  BILLING".
    05  filler				pic x		value space.
    05  h3-doc-ohip-nbr			pic x(6).

01  h4-col-head.
    05  filler				pic x(12)	value "HEALTH NBR".
    05  filler				pic x(4)	value "VER".
    05  filler				pic x(22)	value "SURNAME".
    05  filler				pic x(17)	value "GIVEN NAME".
    05  filler				pic x(9)	value "SERVICES".
    05  filler				pic x(9)	value "OUT DOCS".
    05  filler				pic x(9)	value "MOST BY".
    05  filler				pic x(14)	value "ITS DOLLARS".
    05  filler				pic x(12)	value "LAST SEEN".
    05  filler				pic x(14)	value "DOLLARS".

01  l1-pat-line.
    05  l1-health-nbr			pic x(10).
    05  filler				pic xx		value spaces.
    05  l1-version-cd			pic xx.
    05  filler				pic xx		value spaces.
    05  l1-surname			pic x(20).
    05  filler				pic xx		value spaces.
    05  l1-given-name			pic x(15).
    05  filler				pic xx		value spaces.
    05  l1-services			pic zzzz9.
    05  filler				pic x(4)	value spaces.
    05  l1-outside-docs			pic zz9.
    05  filler				pic x(6)	value spaces.
    05  l1-top-prov			pic x(6).
    05  filler				pic x		value space.
    05  l1-top-prov-amount		pic zzz,zz9.99.
    05  filler				pic x(3)	value spaces.
    05  l1-last-serv-date		pic 9999/99/99.
    05  filler				pic x		value space.
    05  l1-amount			pic zzz,zzz,zz9.99.

01  t1-doc-total-line.
    05  filler				pic x(10)	value spaces.
    05  filler				pic x(20)	value
		"DOCTOR TOTAL".
    05  filler				pic x(10)	value "PATIENTS".
    05  t1-patients			pic zzz,zz9.
    05  filler				pic x(9)	value "  LISTED".
    05  t1-listed			pic zzz,zz9.
    05  filler				pic x(11)	value "  SERVICES".
    05  t1-services			pic zzz,zz9.
    05  filler				pic x(10)	value "  DOLLARS".
    05  t1-amount			pic zzz,zzz,zz9.99.

01  t2-total-line.
    05  t2-desc				pic x(40).
    05  t2-count			pic zzz,zz9.

01  t3-amount-line.
    05  t3-desc				pic x(40).
    05  t3-amount			pic zzz,zzz,zz9.99.

01  l3-none-line.
    05  filler				pic x(10)	value spaces.
    05  l3-none-text			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "r111".
    05  line 01 col 15 value "Outside Use by Patient and Doctor".

01  scr-selection.
    05  line 06 col 20 value "From report month (YYYYMM)".
    05  scr-from-month line 06 col 52 pic 9(6) using ws-from-month auto required.
    05  line 07 col 20 value "To report month (YYYYMM)".
    05  scr-to-month line 07 col 52 pic 9(6) using ws-to-month auto required.
    05  line 08 col 20 value "Doctor (blank=all)".
    05  scr-sel-doc line 08 col 52 pic x(3) using ws-sel-doc-nbr auto.
    05  line 09 col 20 value "List patients over $".
    05  scr-min-amount line 09 col 52 pic zzzz9.99 using ws-min-amount auto.

01  scr-continue-or-not.
    05  line 11 col 20 value "Continue (Y/N)".
    05  scr-continue line 11 col 52 pic x using ws-continue auto required.

01  scr-closing-screen.
    05  blank screen.
    05  line 10 col 20  value "outside-use records read".
    05  line 10 col 60  pic z(6)9 using rtot-records.
    05  line 11 col 20  value "doctors".
    05  line 11 col 60  pic z(6)9 using rtot-doctors.
    05  line 12 col 20  value "patients".
    05  line 12 col 60  pic z(6)9 using rtot-patients.
    05  line 13 col 20  value "patients listed".
    05  line 13 col 60  pic z(6)9 using rtot-listed.
    05  line 21 col 20	value "program r111 ending".
    05  line 21 col 40	pic 99 from sys-hrs.
    05  line 21 col 42	value ":".
    05  line 21 col 43	pic 99 from sys-min.

01  confirm.
    05 line 23 col 01  value " ".

procedure division.
declaratives.

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

    open output r111-summary.

    sort r111-work-file
	on ascending key
			wf-doc-nbr
			wf-health-nbr
			wf-outside-prov
	input procedure is ba0-release		thru ba0-99-exit
	output procedure is ca0-sum-patients	thru ca0-99-exit.

    close r111-summary.

    sort r111-sort-file
	on ascending key
			sf-doc-nbr
	on descending key
			sf-amount
	on ascending key
			sf-health-nbr
	using	r111-summary
	output procedure is da0-print		thru da0-99-exit.

    perform ea0-run-totals		thru ea0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to run-totals.

    display scr-title.

*	(defaults - the current month, every doctor, every patient)
    move sys-yy				to	ws-from-yy
						ws-to-yy.
    move sys-mm				to	ws-from-mm
						ws-to-mm.

aa0-10-selection.

    display scr-selection.
    accept scr-from-month.
    accept scr-to-month.
    accept scr-sel-doc.
    accept scr-min-amount.

    if   ws-from-mm < 01
      or ws-from-mm > 12
      or ws-to-mm < 01
      or ws-to-mm > 12
      or ws-to-month < ws-from-month
    then
	go to aa0-10-selection.
*   endif

    display scr-continue-or-not.
    accept scr-continue.

    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	stop run.
*   endif

    open input outside-use.
    open input doc-mstr.
    open output outside-use-rpt-file.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move ws-from-yy			to	h2-from-yy.
    move ws-from-mm			to	h2-from-mm.
    move ws-to-yy			to	h2-to-yy.
    move ws-to-mm			to	h2-to-mm.
    move ws-min-amount			to	h2-min-amount.

aa0-99-exit.
    exit.
ba0-release.

    move ws-from-month			to	ou-report-month.
    move low-values			to	ou-doc-nbr
						ou-health-nbr
						ou-outside-prov.
    move "N"				to	eof-outside-use.
    start outside-use key is greater than or equal to ou-key
	invalid key
	    move "Y"			to	eof-outside-use.

    perform bb0-outside-use-record	thru	bb0-99-exit
	until eof-outside-use = "Y".

ba0-99-exit.
    exit.
bb0-outside-use-record.

    read outside-use next
	at end
	    move "Y"			to	eof-outside-use
	    go to bb0-99-exit.

    if ou-report-month > ws-to-month
    then
	move "Y"			to	eof-outside-use
	go to bb0-99-exit.
*   endif

    if   ws-sel-doc-nbr not = spaces
     and ws-sel-doc-nbr not = ou-doc-nbr
    then
	go to bb0-99-exit.
*   endif

    add 1				to	rtot-records.

    move spaces				to	work-file-rec.
    move ou-doc-nbr			to	wf-doc-nbr.
    move ou-health-nbr			to	wf-health-nbr.
    move ou-outside-prov		to	wf-outside-prov.
    move ou-doc-ohip-nbr		to	wf-doc-ohip-nbr.
    move ou-version-cd			to	wf-version-cd.
    move ou-surname			to	wf-surname.
    move ou-given-name			to	wf-given-name.
    move ou-nbr-services		to	wf-nbr-services.
    move ou-amount			to	wf-amount.
    move ou-last-serv-date		to	wf-last-serv-date.

    release work-file-rec.

bb0-99-exit.
    exit.
ca0-sum-patients.

    move "N"				to	eof-work-file.
    move low-values			to	hold-pat-key.

    perform xr0-return-work		thru	xr0-99-exit.

    perform cb0-sum-record		thru	cb0-99-exit
	until eof-work-file = "Y".

    perform cc0-write-patient		thru	cc0-99-exit.

ca0-99-exit.
    exit.
cb0-sum-record.

    if   wf-doc-nbr not = hold-doc-nbr
      or wf-health-nbr not = hold-health-nbr
    then
	perform cc0-write-patient	thru	cc0-99-exit
	move spaces			to	summary-work-rec
	move zero			to	sw-amount
						sw-nbr-services
						sw-nbr-outside-docs
						sw-top-prov-amount
						sw-last-serv-date
	move wf-doc-nbr			to	hold-doc-nbr
					sw-doc-nbr
	move wf-health-nbr		to	hold-health-nbr
					sw-health-nbr
	move wf-doc-ohip-nbr		to	sw-doc-ohip-nbr
	move wf-version-cd		to	sw-version-cd
	move wf-surname			to	sw-surname
	move wf-given-name		to	sw-given-name
	move spaces			to	hold-prov
	move zero			to	hold-prov-amount.
*   endif

*	(a new outside doctor for the patient - the one before it may
*	 be the one who took the most)
    if wf-outside-prov not = hold-prov
    then
	perform cd0-close-prov		thru	cd0-99-exit
	move wf-outside-prov		to	hold-prov
	move zero			to	hold-prov-amount
	add 1				to	sw-nbr-outside-docs.
*   endif

    add wf-nbr-services			to	sw-nbr-services.
    add wf-amount			to	sw-amount
					hold-prov-amount.

    if wf-last-serv-date > sw-last-serv-date
    then
	move wf-last-serv-date		to	sw-last-serv-date.
*   endif

    perform xr0-return-work		thru	xr0-99-exit.

cb0-99-exit.
    exit.
cc0-write-patient.

    if hold-pat-key = low-values
    then
	go to cc0-99-exit.
*   endif

    perform cd0-close-prov		thru	cd0-99-exit.

    write r111-summary-rec		from	summary-work-rec.

cc0-99-exit.
    exit.
cd0-close-prov.

    if   hold-prov not = spaces
     and hold-prov-amount > sw-top-prov-amount
    then
	move hold-prov			to	sw-top-prov
	move hold-prov-amount		to	sw-top-prov-amount.
*   endif

cd0-99-exit.
    exit.
da0-print.

    move "N"				to	eof-sort-file.
    move "Y"				to	ws-first-doc.

    perform xs0-return-sort		thru	xs0-99-exit.

    if eof-sort-file = "Y"
    then
	perform xa0-print-hdr		thru	xa0-99-exit
	move "*** NO OUTSIDE USE IN THE MONTHS ASKED FOR ***"
					to	l3-none-text
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit
	go to da0-99-exit.
*   endif

    perform db0-print-patient		thru	db0-99-exit
	until eof-sort-file = "Y".

    perform dd0-doc-totals		thru	dd0-99-exit.

da0-99-exit.
    exit.
db0-print-patient.

    if   sf-doc-nbr not = hold-print-doc
     and ws-first-doc = "N"
    then
	perform dd0-doc-totals		thru	dd0-99-exit.
*   endif

    if   sf-doc-nbr not = hold-print-doc
      or ws-first-doc = "Y"
    then
	perform dc0-new-doctor		thru	dc0-99-exit.
*   endif

    add 1				to	dtot-patients
					rtot-patients.
    add sf-nbr-services			to	dtot-services
					rtot-services.
    add sf-amount			to	dtot-amount
					rtot-amount.

*	(under the minimum - counted, not listed)
    if sf-amount < ws-min-amount
    then
	go to db0-90-next.
*   endif

    move sf-health-nbr			to	l1-health-nbr.
    move sf-version-cd			to	l1-version-cd.
    move sf-surname			to	l1-surname.
    move sf-given-name			to	l1-given-name.
    move sf-nbr-services		to	l1-services.
    move sf-nbr-outside-docs		to	l1-outside-docs.
    move sf-top-prov			to	l1-top-prov.
    move sf-top-prov-amount		to	l1-top-prov-amount.
    move sf-last-serv-date		to	l1-last-serv-date.
    move sf-amount			to	l1-amount.
    move l1-pat-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add 1				to	dtot-listed
					rtot-listed.

db0-90-next.

    perform xs0-return-sort		thru	xs0-99-exit.

db0-99-exit.
    exit.
dc0-new-doctor.

    move "N"				to	ws-first-doc.
    move sf-doc-nbr			to	hold-print-doc.
    move 0				to	doc-totals.
    add 1				to	rtot-doctors.

    move sf-doc-nbr			to	h3-doc-nbr.
    move sf-doc-ohip-nbr		to	h3-doc-ohip-nbr.
    move "NOT ON DOCTOR MASTER"		to	h3-doc-name.

    if sf-doc-nbr not = spaces
    then
	move sf-doc-nbr			to	doc-nbr
	read doc-mstr
	    invalid key
		go to dc0-50-heading.
	move doc-name			to	h3-doc-name.
*   endif

dc0-50-heading.

*	(each doctor starts a page)
    perform xa0-print-hdr		thru	xa0-99-exit.

dc0-99-exit.
    exit.
dd0-doc-totals.

    move dtot-patients			to	t1-patients.
    move dtot-listed			to	t1-listed.
    move dtot-services			to	t1-services.
    move dtot-amount			to	t1-amount.
    move 2				to	nbr-lines-to-adv.
    move t1-doc-total-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

dd0-99-exit.
    exit.
ea0-run-totals.

    move spaces				to	h3-doc-nbr
						h3-doc-name
						h3-doc-ohip-nbr.
    perform xa0-print-hdr		thru	xa0-99-exit.

    move "RUN TOTALS"			to	l3-none-text.
    move l3-none-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move 2				to	nbr-lines-to-adv.
    move "OUTSIDE-USE RECORDS READ"	to	t2-desc.
    move rtot-records			to	t2-count.
    move t2-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "DOCTORS"			to	t2-desc.
    move rtot-doctors			to	t2-count.
    move t2-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "PATIENTS"			to	t2-desc.
    move rtot-patients			to	t2-count.
    move t2-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "PATIENTS LISTED"		to	t2-desc.
    move rtot-listed			to	t2-count.
    move t2-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "OUTSIDE SERVICES"		to	t2-desc.
    move rtot-services			to	t2-count.
    move t2-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "OUTSIDE-USE DOLLARS"		to	t3-desc.
    move rtot-amount			to	t3-amount.
    move t3-amount-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ea0-99-exit.
    exit.
az0-end-of-job.

    close outside-use.
    close doc-mstr.
    close outside-use-rpt-file.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write outside-use-rpt-record	from	h1-rpt-head after advancing page.
    write outside-use-rpt-record	from	h2-sel-head after advancing 1 line.
    write outside-use-rpt-record	from	h3-doc-head after advancing 2 lines.
    write outside-use-rpt-record	from	h4-col-head after advancing 2 lines.
    move 2				to	nbr-lines-to-adv.
    move 6				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-rpt-record.

    if nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write outside-use-rpt-record	from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xr0-return-work.

    return r111-work-file
	at end
	    move "Y"			to	eof-work-file.

xr0-99-exit.
    exit.
xs0-return-sort.

    return r111-sort-file
	at end
	    move "Y"			to	eof-sort-file.

xs0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
