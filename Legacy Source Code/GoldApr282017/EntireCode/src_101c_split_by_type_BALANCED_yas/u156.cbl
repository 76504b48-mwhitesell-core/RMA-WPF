identification division.
program-id. u156.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f200 - oscar provider crosswalk
*			: f010 - patient master
*			: f147 - oscar demographic differences
*			: oscar_demog_nn - a clinic's oscar demographic
*				      export (nn = clinic number)
*			: u156-work-file - both sides, sorted to match
*			: u156_unmatched - left over from the health
*					   number match
*			: u156_leftover - left over from both matches
*			: ru156 - demographic reconciliation (printer)
*
*   program purpose : reconciles the patient demographics an
*			oscar-connected clinic holds against the
*			patient master.  the clinics are the ones
*			the f200 providers are set up against; each
*			sends its demographic export in as
*			oscar_demog_nn.  an oscar patient is matched
*			first on health number, and what is left on
*			surname, given name and birth date.  every
*			field the two disagree on for a matched
*			patient is listed and raised on f147 for
*			m129 to accept onto the patient master or
*			reject - a rejected difference is not raised
*			again until oscar sends a different value.
*			then come the oscar patients with no patient
*			master record, and the patients the clinic
*			should have (last seen by, or rostered to,
*			an f200 doctor of that clinic) that its
*			export does not carry.  deceased patients
*			are not asked after.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f200_oscar_provider.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f147_oscar_diff.slr".
*
    select oscar-demog
	assign to disk demog-file-name
	organization is line sequential
	file status is status-oscar-demog.
*
    select u156-work-file
	assign to "u156_work_file"
	organization is sequential.
*
    select u156-unmatched
	assign to "u156_unmatched"
	organization is sequential
	file status is status-u156-unmatched.
*
    select u156-leftover
	assign to "u156_leftover"
	organization is sequential
	file status is status-u156-leftover.
*
    select oscar-diff-rpt-file
	assign to printer print-file-name
	file status is status-oscar-diff-rpt.
*
data division.
file section.
*
    copy "f200_oscar_provider.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "f147_oscar_diff.fd".
*
*	(the fixed-column demographic export each clinic's oscar
*	 produces - one patient a line)
fd  oscar-demog
    record contains 203 characters.

01  oscar-demog-rec.
    05  oe-demographic-no		pic x(10).
    05  oe-provider-no			pic x(10).
    05  oe-surname			pic x(30).
    05  oe-given-name			pic x(30).
    05  oe-birth-date			pic x(8).
    05  oe-sex				pic x.
    05  oe-health-nbr			pic x(10).
    05  oe-version-cd			pic xx.
    05  oe-address			pic x(40).
    05  oe-city				pic x(30).
    05  oe-province			pic xx.
    05  oe-postal-cd			pic x(10).
    05  oe-phone			pic x(20).
*
*	(one patient from either side, in patient master form - the
*	 match key first)
sd  u156-work-file
    record contains 150 characters.

01  work-file-rec.
    05  wf-health-nbr			pic x(10).
    05  wf-name-key.
	10  wf-surname			pic x(18).
	10  wf-given-name		pic x(12).
	10  wf-birth-date		pic x(8).
    05  wf-source			pic x.
	88  wf-from-oscar			value "O".
	88  wf-from-f010			value "F".
    05  wf-pat-key			pic x(16).
    05  wf-demographic-no		pic x(10).
    05  wf-provider-no			pic x(10).
    05  wf-doc-nbr			pic x(3).
    05  wf-own				pic x.
    05  wf-deceased			pic x.
    05  wf-version-cd			pic xx.
    05  wf-street-addr			pic x(25).
    05  wf-city				pic x(15).
    05  wf-postal-cd			pic x(6).
    05  wf-phone-no			pic x(10).
    05  filler				pic xx.
*
fd  u156-unmatched
    record contains 150 characters.

01  u156-unmatched-rec			pic x(150).
*
fd  u156-leftover
    record contains 150 characters.

01  u156-leftover-rec			pic x(150).
*
fd  oscar-diff-rpt-file
    record contains 132 characters.

01  oscar-diff-rpt-record		pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru156".
77  status-oscar-diff-rpt		pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-oscar-provider		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-oscar-diff		pic xx	value zero.
77  status-oscar-demog			pic xx	value zero.
77  status-u156-unmatched		pic xx	value zero.
77  status-u156-leftover		pic xx	value zero.

77  eof-oscar-provider			pic x	value "N".
77  eof-oscar-demog			pic x	value "N".
77  eof-pat-mstr			pic x	value "N".
77  eof-work-file			pic x	value "N".
77  eof-unmatched			pic x	value "N".
77  eof-leftover			pic x	value "N".

77  ws-continue				pic x	value spaces.

01  demog-file-name			pic x(40)	value spaces.

*	(1 - the health number match, 2 - surname, given name and
*	 birth date)
77  ws-pass				pic 9	value 1.
*	(which list is printing - the page heading follows it:  1
*	 differences, 2 oscar only, 3 missing from oscar, 4 run totals)
77  ws-section				pic 9	value 1.

77  ws-clinic-nbr			pic 99	value zero.

*   the f200 doctors and the clinics each is set up against

01  doc-table.
    05  dt-entry			occurs 500 times.
	10  dt-doc-nbr			pic x(3).
	10  dt-clinic-nbr		pic 99	occurs 6 times.
77  dt-count				pic 9(4)	value zero.
77  ss-dt				pic 9(4)	value zero.

01  clinic-table.
    05  ct-clinic-nbr			pic 99	occurs 99 times.
77  ct-count				pic 99	value zero.
77  ss-ct				pic 99	value zero.
77  ss-cl				pic 9	value zero.

*	(an f200 record's six clinics, side by side)
01  ws-prov-clinics.
    05  ws-prov-clinic			pic 99	occurs 6 times.
77  ws-clinic-found			pic x	value "N".

77  ws-pat-doc				pic x(3)	value spaces.
77  ws-doc-at-clinic			pic x	value "N".

77  ss-chr				pic 99	value zero.
77  ss-out				pic 99	value zero.

01  ws-lower-case			pic x(26)	value
		"abcdefghijklmnopqrstuvwxyz".
01  ws-upper-case			pic x(26)	value
		"ABCDEFGHIJKLMNOPQRSTUVWXYZ".

*   the matching - the group now being read, and the patient master
*   side of it waiting for its oscar record

01  ws-match-key			pic x(38)	value spaces.
01  hold-match-key			pic x(38)	value spaces.
77  hold-f-present			pic x	value "N".
77  hold-f-matched			pic x	value "N".

01  hold-f010-rec.
    05  hf-health-nbr			pic x(10).
    05  hf-name-key.
	10  hf-surname			pic x(18).
	10  hf-given-name		pic x(12).
	10  hf-birth-date		pic x(8).
    05  hf-source			pic x.
    05  hf-pat-key			pic x(16).
    05  hf-demographic-no		pic x(10).
    05  hf-provider-no			pic x(10).
    05  hf-doc-nbr			pic x(3).
    05  hf-own				pic x.
    05  hf-deceased			pic x.
    05  hf-version-cd			pic xx.
    05  hf-street-addr			pic x(25).
    05  hf-city				pic x(15).
    05  hf-postal-cd			pic x(6).
    05  hf-phone-no			pic x(10).
    05  filler				pic xx.

01  unmatched-work-rec.
    05  um-health-nbr			pic x(10).
    05  um-name-key.
	10  um-surname			pic x(18).
	10  um-given-name		pic x(12).
	10  um-birth-date		pic x(8).
    05  um-source			pic x.
	88  um-from-oscar			value "O".
	88  um-from-f010			value "F".
    05  um-pat-key			pic x(16).
    05  um-demographic-no		pic x(10).
    05  um-provider-no			pic x(10).
    05  um-doc-nbr			pic x(3).
    05  um-own				pic x.
    05  um-deceased			pic x.
    05  um-version-cd			pic xx.
    05  um-street-addr			pic x(25).
    05  um-city				pic x(15).
    05  um-postal-cd			pic x(6).
    05  um-phone-no			pic x(10).
    05  filler				pic xx.

*   one field's difference on its way to f147

01  ws-field-id				pic x(12)	value spaces.
01  ws-oscar-value			pic x(30)	value spaces.
01  ws-f010-value			pic x(30)	value spaces.
77  ws-match-method			pic x	value spaces.
77  ws-diff-on-file			pic x	value "N".
01  ws-diff-note			pic x(13)	value spaces.

01  clinic-counters.
    05  ctr-oscar-reads			pic 9(7)	value zero.
    05  ctr-matched-health-nbr		pic 9(7)	value zero.
    05  ctr-matched-name		pic 9(7)	value zero.
    05  ctr-diff-new			pic 9(7)	value zero.
    05  ctr-diff-pending		pic 9(7)	value zero.
    05  ctr-diff-rejected		pic 9(7)	value zero.
    05  ctr-oscar-only			pic 9(7)	value zero.
    05  ctr-missing			pic 9(7)	value zero.

01  counters.
    05  ctr-provider-reads		pic 9(7)	value zero.
    05  ctr-pat-reads			pic 9(9)	value zero.
    05  ctr-clinics-done		pic 9(7)	value zero.
    05  ctr-clinics-no-export		pic 9(7)	value zero.
    05  tot-diff-new			pic 9(7)	value zero.
    05  tot-diff-pending		pic 9(7)	value zero.
    05  tot-oscar-only			pic 9(7)	value zero.
    05  tot-missing			pic 9(7)	value zero.

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-rpt-head.
    05  filler				pic x(6)	value "u156".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(44)	value
		"OSCAR DEMOGRAPHIC RECONCILIATION".
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
    05  filler				pic x(7)	value "CLINIC ".
    05  h2-clinic-nbr			pic 99.
    05  filler				pic x(5)	value "  -  ".
    05  h2-section-title		pic x(60).

01  h3-diff-col-head.
    05  filler				pic x(17)	value "PATIENT KEY".
    05  filler				pic x(20)	value "SURNAME".
    05  filler				pic x(13)	value "FIELD".
    05  filler				pic x(31)	value "PATIENT MASTER".
    05  filler				pic x(31)	value "OSCAR".
    05  filler				pic x(6)	value "MATCH".
    05  filler				pic x(13)	value "NOTE".

01  h3-oscar-col-head.
    05  filler				pic x(17)	value "OSCAR DEMOG NO".
    05  filler				pic x(11)	value "PROVIDER".
    05  filler				pic x(20)	value "SURNAME".
    05  filler				pic x(14)	value "GIVEN NAME".
    05  filler				pic x(10)	value "BIRTH".
    05  filler				pic x(12)	value "HEALTH NBR".
    05  filler				pic x(4)	value "VER".
    05  filler				pic x(26)	value "ADDRESS".

01  h3-missing-col-head.
    05  filler				pic x(17)	value "PATIENT KEY".
    05  filler				pic x(11)	value "DOCTOR".
    05  filler				pic x(20)	value "SURNAME".
    05  filler				pic x(14)	value "GIVEN NAME".
    05  filler				pic x(10)	value "BIRTH".
    05  filler				pic x(12)	value "HEALTH NBR".
    05  filler				pic x(4)	value "VER".
    05  filler				pic x(26)	value "ADDRESS".

01  l1-diff-line.
    05  l1-pat-key			pic x(16).
    05  filler				pic x		value space.
    05  l1-surname			pic x(18).
    05  filler				pic xx		value spaces.
    05  l1-field-id			pic x(12).
    05  filler				pic x		value space.
    05  l1-f010-value			pic x(30).
    05  filler				pic x		value space.
    05  l1-oscar-value			pic x(30).
    05  filler				pic x		value space.
    05  l1-match			pic x(5).
    05  filler				pic x		value space.
    05  l1-note				pic x(13).

01  l2-unmatched-line.
    05  l2-id				pic x(16).
    05  filler				pic x		value space.
    05  l2-who				pic x(10).
    05  filler				pic x		value space.
    05  l2-surname			pic x(18).
    05  filler				pic xx		value spaces.
    05  l2-given-name			pic x(12).
    05  filler				pic xx		value spaces.
    05  l2-birth-date			pic x(8).
    05  filler				pic xx		value spaces.
    05  l2-health-nbr			pic x(10).
    05  filler				pic xx		value spaces.
    05  l2-version-cd			pic xx.
    05  filler				pic xx		value spaces.
    05  l2-street-addr			pic x(25).

01  t1-total-line.
    05  t1-desc				pic x(40).
    05  t1-count			pic zzz,zz9.

01  l3-none-line.
    05  filler				pic x(10)	value spaces.
    05  l3-none-text			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "u156".
    05  line 01 col 15 value "OSCAR Demographic Reconciliation".

01  scr-continue-or-not.
    05  line 10 col 20 value "Continue (Y/N)".
    05  scr-continue line 10 col 49 pic x using ws-continue auto required.

01  scr-closing-screen.
    05  blank screen.
    05  line 10 col 20  value "clinics reconciled".
    05  line 10 col 60  pic z(6)9 using ctr-clinics-done.
    05  line 11 col 20  value "clinics with no oscar export".
    05  line 11 col 60  pic z(6)9 using ctr-clinics-no-export.
    05  line 12 col 20  value "differences new or raised again".
    05  line 12 col 60  pic z(6)9 using tot-diff-new.
    05  line 13 col 20  value "differences still pending".
    05  line 13 col 60  pic z(6)9 using tot-diff-pending.
    05  line 14 col 20  value "on oscar - not on patient master".
    05  line 14 col 60  pic z(6)9 using tot-oscar-only.
    05  line 15 col 20  value "clinic patients not on oscar".
    05  line 15 col 60  pic z(6)9 using tot-missing.
    05  line 21 col 20	value "program u156 ending".
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

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ba0-clinic			thru ba0-99-exit
	varying ss-ct from 1 by 1
	until ss-ct > ct-count.
    perform ga0-run-totals		thru ga0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    display scr-title.
    display scr-continue-or-not.
    accept scr-continue.

    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	stop run.
*   endif

*	(the f200 doctors and their clinics - the clinics to
*	 reconcile, and who counts as a clinic's patient)
    open input oscar-provider.
    if status-cobol-oscar-provider not = "00"
    then
	move "Y"			to	eof-oscar-provider.
*   endif

    perform ab0-load-provider		thru	ab0-99-exit
	until eof-oscar-provider = "Y".

    if status-cobol-oscar-provider = "00"
    then
	close oscar-provider.
*   endif

    open input pat-mstr.

    open i-o oscar-diff.

*	(first run - create the difference file)
    if status-cobol-oscar-diff = "35"
    then
	open output oscar-diff
	close oscar-diff
	open i-o oscar-diff.
*   endif

    open output oscar-diff-rpt-file.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

aa0-99-exit.
    exit.
ab0-load-provider.

    read oscar-provider next
	at end
	    move "Y"			to	eof-oscar-provider
	    go to ab0-99-exit.

    add 1				to	ctr-provider-reads.

    if dt-count < 500
    then
	add 1				to	dt-count
	move doc-nbr of oscar-provider-rec
					to	dt-doc-nbr (dt-count)
	move oscar-provider-rec (14:12)	to	dt-entry (dt-count) (4:12).
*   endif

    move oscar-provider-rec (14:12)	to	ws-prov-clinics.

    perform ab1-add-clinic		thru	ab1-99-exit
	varying ss-cl from 1 by 1
	until ss-cl > 6.

ab0-99-exit.
    exit.
ab1-add-clinic.

    if   ws-prov-clinic (ss-cl) not numeric
      or ws-prov-clinic (ss-cl) = zero
    then
	go to ab1-99-exit.
*   endif

    move "N"				to	ws-clinic-found.
    perform ab2-find-clinic		thru	ab2-99-exit
	varying ss-ct from 1 by 1
	until ss-ct > ct-count
	   or ws-clinic-found = "Y".

    if   ws-clinic-found = "N"
     and ct-count < 99
    then
	add 1				to	ct-count
	move ws-prov-clinic (ss-cl)	to	ct-clinic-nbr (ct-count).
*   endif

ab1-99-exit.
    exit.
ab2-find-clinic.

    if ct-clinic-nbr (ss-ct) = ws-prov-clinic (ss-cl)
    then
	move "Y"			to	ws-clinic-found.
*   endif

ab2-99-exit.
    exit.
ba0-clinic.

    move ct-clinic-nbr (ss-ct)		to	ws-clinic-nbr.
    move 0				to	clinic-counters.

    move 1				to	ws-section.
    perform xa0-print-hdr		thru	xa0-99-exit.

    move spaces				to	demog-file-name.
    string "$pb_data/oscar_demog_"	delimited by size
	   ws-clinic-nbr		delimited by size
				into	demog-file-name.

    open input oscar-demog.

*	(nothing in from this clinic - say so and go on)
    if status-oscar-demog not = "00"
    then
	move "*** NO OSCAR DEMOGRAPHIC EXPORT IN FROM THIS CLINIC ***"
					to	l3-none-text
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit
	add 1				to	ctr-clinics-no-export
	go to ba0-99-exit.
*   endif

*	(first on health number - what is left goes on to be
*	 matched on name and birth date)
    open output u156-unmatched.
    move 1				to	ws-pass.

    sort u156-work-file
	on ascending key
			wf-health-nbr
			wf-source
	input procedure is ca0-release-pass-1	thru ca0-99-exit
	output procedure is da0-match		thru da0-99-exit.

    close u156-unmatched.
    close oscar-demog.

    open output u156-leftover.
    move 2				to	ws-pass.

    sort u156-work-file
	on ascending key
			wf-surname
			wf-given-name
			wf-birth-date
			wf-source
	input procedure is cb0-release-pass-2	thru cb0-99-exit
	output procedure is da0-match		thru da0-99-exit.

    close u156-leftover.

    if   ctr-diff-new = zero
     and ctr-diff-pending = zero
    then
	move "*** NO DIFFERENCES TO REVIEW ***"
					to	l3-none-text
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    perform fa0-leftovers		thru	fa0-99-exit.
    perform fd0-clinic-totals		thru	fd0-99-exit.

    add 1				to	ctr-clinics-done.

ba0-99-exit.
    exit.
ca0-release-pass-1.

    move "N"				to	eof-oscar-demog.
    perform ca1-oscar-record		thru	ca1-99-exit
	until eof-oscar-demog = "Y".

    move "N"				to	eof-pat-mstr.
    move low-values			to	key-pat-mstr.
    start pat-mstr key is greater than or equal to key-pat-mstr
	invalid key
	    move "Y"			to	eof-pat-mstr.

    perform ca2-patient-record		thru	ca2-99-exit
	until eof-pat-mstr = "Y".

ca0-99-exit.
    exit.
ca1-oscar-record.

    read oscar-demog
	at end
	    move "Y"			to	eof-oscar-demog
	    go to ca1-99-exit.

    if oe-demographic-no = spaces
    then
	go to ca1-99-exit.
*   endif

    add 1				to	ctr-oscar-reads.

*	(into patient master form - upper case, postal code without
*	 its space, the phone as digits)
    inspect oe-surname converting ws-lower-case to ws-upper-case.
    inspect oe-given-name converting ws-lower-case to ws-upper-case.
    inspect oe-version-cd converting ws-lower-case to ws-upper-case.
    inspect oe-address converting ws-lower-case to ws-upper-case.
    inspect oe-city converting ws-lower-case to ws-upper-case.
    inspect oe-postal-cd converting ws-lower-case to ws-upper-case.

    move spaces				to	work-file-rec.
    move "O"				to	wf-source.
    move oe-demographic-no		to	wf-demographic-no.
    move oe-provider-no			to	wf-provider-no.
    move oe-surname			to	wf-surname.
    move oe-given-name			to	wf-given-name.
    if oe-birth-date numeric
    then
	move oe-birth-date		to	wf-birth-date.
*   endif
    if oe-health-nbr numeric
    then
	move oe-health-nbr		to	wf-health-nbr.
*   endif
    move oe-version-cd			to	wf-version-cd.
    move oe-address			to	wf-street-addr.
    move oe-city			to	wf-city.
    if oe-postal-cd (4:1) = space
    then
	string oe-postal-cd (1:3)	delimited by size
	       oe-postal-cd (5:3)	delimited by size
				into	wf-postal-cd
    else
	move oe-postal-cd		to	wf-postal-cd.
*   endif

    move zero				to	ss-out.
    perform xc0-phone-digit		thru	xc0-99-exit
	varying ss-chr from 1 by 1
	until ss-chr > 20.

*	(no health number - straight on to the name match)
    if wf-health-nbr = spaces
    then
	write u156-unmatched-rec	from	work-file-rec
    else
	release work-file-rec.
*   endif

ca1-99-exit.
    exit.
ca2-patient-record.

    read pat-mstr next
	at end
	    move "Y"			to	eof-pat-mstr
	    go to ca2-99-exit.

    add 1				to	ctr-pat-reads.

    move spaces				to	work-file-rec.
    move "F"				to	wf-source.
    move key-pat-mstr			to	wf-pat-key.
    move pat-surname			to	wf-surname.
    move pat-given-name			to	wf-given-name.
    move pat-birth-date			to	wf-birth-date.
    if   pat-health-nbr numeric
     and pat-health-nbr not = zero
    then
	move pat-health-nbr		to	wf-health-nbr.
*   endif
    move pat-version-cd			to	wf-version-cd.
    move pat-street-addr		to	wf-street-addr.
    move pat-city			to	wf-city.
    move pat-postal-cd			to	wf-postal-cd.
    move pat-phone-no			to	wf-phone-no.
    move pat-last-doc-nbr-seen (2:3)	to	wf-doc-nbr.

    inspect wf-name-key converting ws-lower-case to ws-upper-case.
    inspect wf-version-cd converting ws-lower-case to ws-upper-case.
    inspect wf-street-addr converting ws-lower-case to ws-upper-case.
    inspect wf-city converting ws-lower-case to ws-upper-case.
    inspect wf-postal-cd converting ws-lower-case to ws-upper-case.

    move "N"				to	wf-deceased.
    if   pat-date-of-death numeric
     and pat-date-of-death not = zero
    then
	move "Y"			to	wf-deceased.
*   endif

*	(the clinic's own - last seen by, or rostered to, one of its
*	 f200 doctors)
    move pat-last-doc-nbr-seen (2:3)	to	ws-pat-doc.
    perform xd0-doc-at-clinic		thru	xd0-99-exit.

    if   ws-doc-at-clinic = "N"
     and pat-roster-status = "R"
    then
	move pat-roster-doc-nbr		to	ws-pat-doc
	perform xd0-doc-at-clinic	thru	xd0-99-exit
	if ws-doc-at-clinic = "Y"
	then
	    move pat-roster-doc-nbr	to	wf-doc-nbr.
*	endif
*   endif

    move ws-doc-at-clinic		to	wf-own.

    if wf-health-nbr = spaces
    then
	write u156-unmatched-rec	from	work-file-rec
    else
	release work-file-rec.
*   endif

ca2-99-exit.
    exit.
cb0-release-pass-2.

    open input u156-unmatched.

    move "N"				to	eof-unmatched.
    perform cb1-unmatched-record	thru	cb1-99-exit
	until eof-unmatched = "Y".

    close u156-unmatched.

cb0-99-exit.
    exit.
cb1-unmatched-record.

    read u156-unmatched
	at end
	    move "Y"			to	eof-unmatched
	    go to cb1-99-exit.

    move u156-unmatched-rec		to	work-file-rec.
    release work-file-rec.

cb1-99-exit.
    exit.
da0-match.

*	(the patient master record sorts ahead of the oscar record on
*	 the same key and waits for it)
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

    if ws-pass = 1
    then
	move wf-health-nbr		to	ws-match-key
    else
	move wf-name-key		to	ws-match-key.
*   endif

    if ws-match-key not = hold-match-key
    then
	perform dc0-close-group		thru	dc0-99-exit
	move ws-match-key		to	hold-match-key.
*   endif

    if wf-from-f010
    then
	if hold-f-present = "N"
	then
	    move work-file-rec		to	hold-f010-rec
	    move "Y"			to	hold-f-present
	    move "N"			to	hold-f-matched
	else
	    move work-file-rec		to	unmatched-work-rec
	    perform dd0-unmatched	thru	dd0-99-exit
*	endif
    else
	if   hold-f-present = "Y"
	 and hold-f-matched = "N"
	then
	    perform ea0-compare-fields	thru	ea0-99-exit
	    move "Y"			to	hold-f-matched
	else
	    move work-file-rec		to	unmatched-work-rec
	    perform dd0-unmatched	thru	dd0-99-exit.
*	endif
*   endif

    perform xr0-return-work		thru	xr0-99-exit.

db0-99-exit.
    exit.
dc0-close-group.

*	(a patient master record no oscar record came for)
    if   hold-f-present = "Y"
     and hold-f-matched = "N"
    then
	move hold-f010-rec		to	unmatched-work-rec
	perform dd0-unmatched		thru	dd0-99-exit.
*   endif

    move "N"				to	hold-f-present.

dc0-99-exit.
    exit.
dd0-unmatched.

*	(after the health number match it goes on to the name match;
*	 after the name match the oscar ones and the clinic's own are
*	 kept for the lists)
    if ws-pass = 1
    then
	write u156-unmatched-rec	from	unmatched-work-rec
	go to dd0-99-exit.
*   endif

    if   um-from-oscar
      or (    um-own = "Y"
	  and um-deceased not = "Y")
    then
	write u156-leftover-rec		from	unmatched-work-rec.
*   endif

dd0-99-exit.
    exit.
ea0-compare-fields.

*	(oscar in the work record, the patient master in the hold -
*	 a field oscar sends blank is not a difference)
    if ws-pass = 1
    then
	move "H"			to	ws-match-method
	add 1				to	ctr-matched-health-nbr
    else
	move "N"			to	ws-match-method
	add 1				to	ctr-matched-name.
*   endif

    if   wf-surname not = spaces
     and wf-surname not = hf-surname
    then
	move "SURNAME"			to	ws-field-id
	move wf-surname			to	ws-oscar-value
	move hf-surname			to	ws-f010-value
	perform eb0-file-difference	thru	eb0-99-exit.
*   endif

    if   wf-given-name not = spaces
     and wf-given-name not = hf-given-name
    then
	move "GIVEN NAME"		to	ws-field-id
	move wf-given-name		to	ws-oscar-value
	move hf-given-name		to	ws-f010-value
	perform eb0-file-difference	thru	eb0-99-exit.
*   endif

    if   wf-birth-date not = spaces
     and wf-birth-date not = hf-birth-date
    then
	move "BIRTH DATE"		to	ws-field-id
	move wf-birth-date		to	ws-oscar-value
	move hf-birth-date		to	ws-f010-value
	perform eb0-file-difference	thru	eb0-99-exit.
*   endif

    if   wf-health-nbr not = spaces
     and wf-health-nbr not = hf-health-nbr
    then
	move "HEALTH NBR"		to	ws-field-id
	move wf-health-nbr		to	ws-oscar-value
	move hf-health-nbr		to	ws-f010-value
	perform eb0-file-difference	thru	eb0-99-exit.
*   endif

    if   wf-version-cd not = spaces
     and wf-version-cd not = hf-version-cd
    then
	move "VERSION CD"		to	ws-field-id
	move wf-version-cd		to	ws-oscar-value
	move hf-version-cd		to	ws-f010-value
	perform eb0-file-difference	thru	eb0-99-exit.
*   endif

    if   wf-street-addr not = spaces
     and wf-street-addr not = hf-street-addr
    then
	move "ADDRESS"			to	ws-field-id
	move wf-street-addr		to	ws-oscar-value
	move hf-street-addr		to	ws-f010-value
	perform eb0-file-difference	thru	eb0-99-exit.
*   endif

    if   wf-city not = spaces
     and wf-city not = hf-city
    then
	move "CITY"			to	ws-field-id
	move wf-city			to	ws-oscar-value
	move hf-city			to	ws-f010-value
	perform eb0-file-difference	thru	eb0-99-exit.
*   endif

    if   wf-postal-cd not = spaces
     and wf-postal-cd not = hf-postal-cd
    then
	move "POSTAL CD"		to	ws-field-id
	move wf-postal-cd		to	ws-oscar-value
	move hf-postal-cd		to	ws-f010-value
	perform eb0-file-difference	thru	eb0-99-exit.
*   endif

    if   wf-phone-no not = spaces
     and wf-phone-no not = hf-phone-no
    then
	move "PHONE"			to	ws-field-id
	move wf-phone-no		to	ws-oscar-value
	move hf-phone-no		to	ws-f010-value
	perform eb0-file-difference	thru	eb0-99-exit.
*   endif

ea0-99-exit.
    exit.
eb0-file-difference.

    move ws-clinic-nbr			to	ox-clinic-nbr.
    move hf-pat-key			to	ox-pat-key.
    move ws-field-id			to	ox-field-id.

    move "Y"				to	ws-diff-on-file.
    read oscar-diff
	invalid key
	    move "N"			to	ws-diff-on-file.

    if ws-diff-on-file = "N"
    then
	go to eb0-50-new.
*   endif

*	(turned down before and oscar still says the same - leave it)
    if   ox-rejected
     and ox-oscar-value = ws-oscar-value
    then
	move sys-date-long-r		to	ox-last-run-date
	rewrite oscar-diff-rec
	add 1				to	ctr-diff-rejected
	go to eb0-99-exit.
*   endif

    if   ox-pending
     and ox-oscar-value = ws-oscar-value
    then
	move "STILL PENDING"		to	ws-diff-note
	add 1				to	ctr-diff-pending
	add 1				to	tot-diff-pending
    else
*	    (a new value from oscar, or back again after being
*	     accepted - up for review again)
	move "RAISED AGAIN"		to	ws-diff-note
	move "P"			to	ox-status
	move sys-date-long-r		to	ox-found-date
	move zero			to	ox-reviewed-date
	move spaces			to	ox-reviewed-by
	add 1				to	ctr-diff-new
	add 1				to	tot-diff-new.
*   endif

    move ws-oscar-value			to	ox-oscar-value.
    move ws-f010-value			to	ox-f010-value.
    move ws-match-method		to	ox-match-method.
    move wf-demographic-no		to	ox-demographic-no.
    move sys-date-long-r		to	ox-last-run-date.

    rewrite oscar-diff-rec.

    go to eb0-90-print.

eb0-50-new.

    move spaces				to	oscar-diff-rec.
    move ws-clinic-nbr			to	ox-clinic-nbr.
    move hf-pat-key			to	ox-pat-key.
    move ws-field-id			to	ox-field-id.
    move ws-oscar-value			to	ox-oscar-value.
    move ws-f010-value			to	ox-f010-value.
    move "P"				to	ox-status.
    move ws-match-method		to	ox-match-method.
    move wf-demographic-no		to	ox-demographic-no.
    move sys-date-long-r		to	ox-found-date
						ox-last-run-date.
    move zero				to	ox-reviewed-date.

    write oscar-diff-rec.

    move "NEW"				to	ws-diff-note.
    add 1				to	ctr-diff-new.
    add 1				to	tot-diff-new.

eb0-90-print.

    move hf-pat-key			to	l1-pat-key.
    move hf-surname			to	l1-surname.
    move ws-field-id			to	l1-field-id.
    move ws-f010-value			to	l1-f010-value.
    move ws-oscar-value			to	l1-oscar-value.
    if ws-match-method = "H"
    then
	move "HN"			to	l1-match
    else
	move "NAME"			to	l1-match.
*   endif
    move ws-diff-note			to	l1-note.
    move l1-diff-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

eb0-99-exit.
    exit.
fa0-leftovers.

*	(two lists from the one file - the oscar patients first, then
*	 the clinic's own patients oscar does not have)
    move 2				to	ws-section.
    perform xa0-print-hdr		thru	xa0-99-exit.

    open input u156-leftover.
    move "N"				to	eof-leftover.
    perform fb0-oscar-only		thru	fb0-99-exit
	until eof-leftover = "Y".
    close u156-leftover.

    if ctr-oscar-only = zero
    then
	move "*** EVERY OSCAR PATIENT IS ON THE PATIENT MASTER ***"
					to	l3-none-text
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    move 3				to	ws-section.
    perform xa0-print-hdr		thru	xa0-99-exit.

    open input u156-leftover.
    move "N"				to	eof-leftover.
    perform fc0-missing-from-oscar	thru	fc0-99-exit
	until eof-leftover = "Y".
    close u156-leftover.

    if ctr-missing = zero
    then
	move "*** EVERY CLINIC PATIENT IS ON OSCAR ***"
					to	l3-none-text
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

fa0-99-exit.
    exit.
fb0-oscar-only.

    read u156-leftover			into	unmatched-work-rec
	at end
	    move "Y"			to	eof-leftover
	    go to fb0-99-exit.

    if not um-from-oscar
    then
	go to fb0-99-exit.
*   endif

    move um-demographic-no		to	l2-id.
    move um-provider-no			to	l2-who.
    perform fe0-print-unmatched		thru	fe0-99-exit.

    add 1				to	ctr-oscar-only.
    add 1				to	tot-oscar-only.

fb0-99-exit.
    exit.
fc0-missing-from-oscar.

    read u156-leftover			into	unmatched-work-rec
	at end
	    move "Y"			to	eof-leftover
	    go to fc0-99-exit.

    if not um-from-f010
    then
	go to fc0-99-exit.
*   endif

    move um-pat-key			to	l2-id.
    move um-doc-nbr			to	l2-who.
    perform fe0-print-unmatched		thru	fe0-99-exit.

    add 1				to	ctr-missing.
    add 1				to	tot-missing.

fc0-99-exit.
    exit.
fd0-clinic-totals.

    move 2				to	nbr-lines-to-adv.
    move "OSCAR PATIENTS READ"		to	t1-desc.
    move ctr-oscar-reads		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "MATCHED ON HEALTH NUMBER"	to	t1-desc.
    move ctr-matched-health-nbr		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "MATCHED ON NAME AND BIRTH DATE"
					to	t1-desc.
    move ctr-matched-name		to	t1-count.
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

    move "ON OSCAR - NOT ON PATIENT MASTER"
					to	t1-desc.
    move ctr-oscar-only			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "CLINIC PATIENTS NOT ON OSCAR"	to	t1-desc.
    move ctr-missing			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

fd0-99-exit.
    exit.
fe0-print-unmatched.

    move um-surname			to	l2-surname.
    move um-given-name			to	l2-given-name.
    move um-birth-date			to	l2-birth-date.
    move um-health-nbr			to	l2-health-nbr.
    move um-version-cd			to	l2-version-cd.
    move um-street-addr			to	l2-street-addr.
    move l2-unmatched-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

fe0-99-exit.
    exit.
ga0-run-totals.

    move zero				to	ws-clinic-nbr.
    move 4				to	ws-section.
    perform xa0-print-hdr		thru	xa0-99-exit.

    if ct-count = zero
    then
	move "*** NO CLINICS SET UP AGAINST AN F200 PROVIDER ***"
					to	l3-none-text
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    move "CLINICS RECONCILED"		to	t1-desc.
    move ctr-clinics-done		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "CLINICS WITH NO OSCAR EXPORT"	to	t1-desc.
    move ctr-clinics-no-export		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "DIFFERENCES NEW OR RAISED AGAIN"
					to	t1-desc.
    move tot-diff-new			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "DIFFERENCES STILL PENDING"	to	t1-desc.
    move tot-diff-pending		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "ON OSCAR - NOT ON PATIENT MASTER"
					to	t1-desc.
    move tot-oscar-only			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "CLINIC PATIENTS NOT ON OSCAR"	to	t1-desc.
    move tot-missing			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ga0-99-exit.
    exit.
az0-end-of-job.

    close pat-mstr.
    close oscar-diff.
    close oscar-diff-rpt-file.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    move ws-clinic-nbr			to	h2-clinic-nbr.
    write oscar-diff-rpt-record		from	h1-rpt-head after advancing page.

    if ws-section = 1
    then
	move "DIFFERENCES - PATIENT MASTER AGAINST OSCAR"
					to	h2-section-title
	write oscar-diff-rpt-record	from	h2-section-head after advancing 2 lines
	write oscar-diff-rpt-record	from	h3-diff-col-head after advancing 2 lines.
*   endif

    if ws-section = 2
    then
	move "ON OSCAR - NOT ON THE PATIENT MASTER"
					to	h2-section-title
	write oscar-diff-rpt-record	from	h2-section-head after advancing 2 lines
	write oscar-diff-rpt-record	from	h3-oscar-col-head after advancing 2 lines.
*   endif

    if ws-section = 3
    then
	move "THE CLINIC'S PATIENTS - NOT ON OSCAR"
					to	h2-section-title
	write oscar-diff-rpt-record	from	h2-section-head after advancing 2 lines
	write oscar-diff-rpt-record	from	h3-missing-col-head after advancing 2 lines.
*   endif

    if ws-section = 4
    then
	move "RUN TOTALS - ALL CLINICS"	to	h2-section-title
	write oscar-diff-rpt-record	from	h2-section-head after advancing 2 lines
	move spaces			to	oscar-diff-rpt-record
	write oscar-diff-rpt-record	after advancing 2 lines.
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

    write oscar-diff-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xc0-phone-digit.

    if   oe-phone (ss-chr:1) numeric
     and ss-out < 10
    then
	add 1				to	ss-out
	move oe-phone (ss-chr:1)	to	wf-phone-no (ss-out:1).
*   endif

xc0-99-exit.
    exit.
xd0-doc-at-clinic.

*	(is ws-pat-doc an f200 doctor set up against this clinic)
    move "N"				to	ws-doc-at-clinic.

    if ws-pat-doc = spaces
    then
	go to xd0-99-exit.
*   endif

    perform xd1-check-doc		thru	xd1-99-exit
	varying ss-dt from 1 by 1
	until ss-dt > dt-count
	   or ws-doc-at-clinic = "Y".

xd0-99-exit.
    exit.
xd1-check-doc.

    if dt-doc-nbr (ss-dt) not = ws-pat-doc
    then
	go to xd1-99-exit.
*   endif

    perform xd2-check-clinic		thru	xd2-99-exit
	varying ss-cl from 1 by 1
	until ss-cl > 6.

xd1-99-exit.
    exit.
xd2-check-clinic.

    if dt-clinic-nbr (ss-dt, ss-cl) = ws-clinic-nbr
    then
	move "Y"			to	ws-doc-at-clinic.
*   endif

xd2-99-exit.
    exit.
xr0-return-work.

    return u156-work-file
	at end
	    move "Y"			to	eof-work-file.

xr0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
