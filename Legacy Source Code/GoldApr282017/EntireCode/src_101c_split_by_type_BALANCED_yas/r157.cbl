identification division.
program-id. r157.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f010 - patient master
*			: f002 - claims master
*			: f156 - preventive care bonus table
*			: f020 - doctor master
*			: r157-work-file - eligible patients, by
*				  doctor and program
*			: rr157 - preventive care bonus coverage
*				  (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : preventive care bonus coverage for the rostered
*			doctors - run through the winter so the
*			practice can reach the overdue patients before
*			the march 31 bonus date instead of finding out
*			from the bonus payment.  for the bonus year
*			asked for, each patient rostered at march 31
*			(and living) is aged at that date and set
*			against every m132 screening program on f156
*			- cervical, breast and colorectal screening,
*			childhood immunization - by sex and age.  for
*			each program the patient is eligible for, the
*			patient's claims (by the "P"atient access key)
*			are searched for the program's tracking fee
*			codes billed in the look-back window, and for
*			its exclusion codes billed at any time.  by
*			doctor and program the report lists the
*			overdue patients with chart number, phone and
*			the last screening on file, then the count
*			eligible, excluded and up to date, the
*			coverage percentage, the bonus tier reached
*			and how many more patients reach the next.  a
*			closing page sums the bonus at the tiers
*			reached for every doctor.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f002_claims_mstr.slr".
*
    copy "f156_prev_care_tbl.slr".
*
    copy "f020_doctor_mstr.slr".
*
    select r157-work-file
	assign to "r157_work_file"
	organization is sequential.
*
    select prev-care-rpt-file
	assign to printer print-file-name
	file status is status-prev-care-rpt.
*
data division.
file section.
*
    copy "f010_patient_mstr.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f156_prev_care_tbl.fd".
*
    copy "f020_doctor_mstr.fd".
*
sd  r157-work-file
    record contains 100 characters.

01  work-file-rec.
    05  wf-doc-nbr			pic x(3).
    05  wf-prog-ss			pic 99.
    05  wf-status			pic x.
	88  wf-excluded				value "1".
	88  wf-up-to-date			value "2".
	88  wf-overdue				value "3".
    05  wf-surname			pic x(18).
    05  wf-given-name			pic x(12).
    05  wf-chart-nbr			pic x(8).
    05  wf-health-nbr			pic 9(10).
    05  wf-phone			pic x(10).
    05  wf-age				pic 9(3).
    05  wf-last-date			pic 9(8).
    05  filler				pic x(25).
*
fd  prev-care-rpt-file
    record contains 132 characters.

01  prev-care-rpt-record		pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr157".
77  status-prev-care-rpt		pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-prev-care-tbl		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.

77  eof-pat-mstr			pic x	value "N".
77  eof-work-file			pic x	value "N".
77  ws-continue				pic x	value spaces.

*   the selection

77  ws-bonus-year			pic 9(4)	value zero.
01  ws-sel-doc-nbr			pic x(3)	value spaces.
77  ws-list-overdue			pic x	value "Y".

01  ws-ref-date				pic 9(8)	value zero.
01  ws-ref-date-r redefines ws-ref-date.
    05  ws-ref-yy			pic 9(4).
    05  ws-ref-mm			pic 99.
    05  ws-ref-dd			pic 99.

*   the f156 programs, with the first day of each one's look-back
*   window and what this patient comes to under it

01  prog-tbl.
    05  nbr-progs			pic 99		value zero.
    05  prog-entry			occurs 10 times.
	10  pg-program			pic x(4).
	10  pg-desc			pic x(30).
	10  pg-sex			pic 9.
	10  pg-age-unit			pic x.
	10  pg-age-from			pic 9(3).
	10  pg-age-to			pic 9(3).
	10  pg-window-from		pic 9(8).
	10  pg-track-cd			pic x(4)
			occurs 6 times.
	10  pg-excl-cd			pic x(4)
			occurs 4 times.
	10  pg-tier			occurs 5 times.
	    15  pg-tier-pct		pic 9(3).
	    15  pg-tier-bonus		pic 9(5)v99.
	10  pg-eligible			pic x.
	10  pg-done			pic x.
	10  pg-excluded			pic x.
	10  pg-last-date		pic 9(8).

01  ws-window-months			pic s9(7)	value zero.
01  ws-window-date			pic 9(8)	value zero.
01  ws-window-date-r redefines ws-window-date.
    05  ws-window-yy			pic 9(4).
    05  ws-window-mm			pic 99.
    05  ws-window-dd			pic 99.

*   the patient's age at march 31

77  ws-age-years			pic s9(4)	value zero.
77  ws-age-months			pic s9(5)	value zero.
77  ws-age				pic s9(5)	value zero.
77  ws-any-eligible			pic x	value "N".

*   the patient's claims off the "P" path

01  claim-tbl.
    05  nbr-claims			pic 9(3)	value zero.
    05  claim-entry			occurs 300 times.
	10  clt-claim-key		pic x(18).

77  ss-p				pic 99		value zero.
77  ss-c				pic 9(3)	value zero.
77  ss-k				pic 99		value zero.
77  ss-t				pic 9		value zero.
77  ss-s				pic 9(4)	value zero.

*   the doctor and program being printed

01  hold-doc-nbr			pic x(3)	value spaces.
01  hold-prog-ss			pic 99		value zero.
77  ws-first-rec			pic x	value "Y".
77  ws-overdue-head			pic x	value "N".

01  prog-counts.
    05  pc-eligible			pic 9(5)	value zero.
    05  pc-excluded			pic 9(5)	value zero.
    05  pc-done				pic 9(5)	value zero.
    05  pc-overdue			pic 9(5)	value zero.

77  ws-denom				pic 9(5)	value zero.
77  ws-coverage				pic 9(3)v9	value zero.
77  ws-tier-reached			pic 9		value zero.
77  ws-bonus				pic 9(5)v99	value zero.
77  ws-next-tier			pic 9		value zero.
77  ws-needed				pic 9(5)	value zero.
77  ws-needed-x				pic 9(8)	value zero.
77  ws-needed-rem			pic 9(3)	value zero.

*   coverage by doctor and program for the closing page

01  summary-tbl.
    05  nbr-summary			pic 9(4)	value zero.
    05  summary-entry			occurs 1000 times.
	10  st-doc-nbr			pic x(3).
	10  st-prog-ss			pic 99.
	10  st-denom			pic 9(5).
	10  st-done			pic 9(5).
	10  st-coverage			pic 9(3)v9.
	10  st-tier			pic 9.
	10  st-bonus			pic 9(5)v99.
77  ws-summary-full			pic x	value "N".
77  ws-total-bonus			pic 9(7)v99	value zero.

01  counters.
    05  ctr-pat-reads			pic 9(7)	value zero.
    05  ctr-rostered			pic 9(7)	value zero.
    05  ctr-claims-mstr-reads		pic 9(7)	value zero.
    05  ctr-released			pic 9(7)	value zero.
    05  ctr-overdue			pic 9(7)	value zero.
    05  ctr-claims-truncated		pic 9(7)	value zero.

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-rpt-head.
    05  filler				pic x(6)	value "r157".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(44)	value
		"PREVENTIVE CARE BONUS COVERAGE".
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
    05  filler				pic x(28)	value
		"BONUS YEAR ENDING MARCH 31, ".
    05  h2-bonus-year			pic 9(4).

01  h3-doc-head.
    05  filler				pic x(7)	value "DOCTOR ".
    05  h3-doc-nbr			pic x(3).
    05  filler				pic xx		value spaces.
    05  h3-doc-name			pic x(25).

01  h4-prog-head.
    05  h4-prog-desc			pic x(30).
    05  filler				pic x(3)	value spaces.
    05  h4-prog-text			pic x(40).

01  h5-col-head.
    05  filler				pic x(20)	value "SURNAME".
    05  filler				pic x(14)	value "GIVEN NAME".
    05  filler				pic x(10)	value "CHART".
    05  filler				pic x(12)	value "HEALTH NBR".
    05  filler				pic x(14)	value "PHONE".
    05  filler				pic x(8)	value "AGE".
    05  filler				pic x(14)	value "LAST SCREENED".

01  l1-pat-line.
    05  l1-surname			pic x(18).
    05  filler				pic xx		value spaces.
    05  l1-given-name			pic x(12).
    05  filler				pic xx		value spaces.
    05  l1-chart-nbr			pic x(8).
    05  filler				pic xx		value spaces.
    05  l1-health-nbr			pic 9(10).
    05  filler				pic xx		value spaces.
    05  l1-phone			pic x(10).
    05  filler				pic x(4)	value spaces.
    05  l1-age				pic zz9.
    05  l1-age-unit			pic x.
    05  filler				pic x(4)	value spaces.
    05  l1-last-date			pic 9999/99/99.
    05  l1-last-none redefines l1-last-date
					pic x(10).

01  t1-prog-total-line.
    05  filler				pic x(9)	value "ELIGIBLE".
    05  t1-eligible			pic zzzz9.
    05  filler				pic x(11)	value "  EXCLUDED".
    05  t1-excluded			pic zzzz9.
    05  filler				pic x(13)	value "  UP TO DATE".
    05  t1-done				pic zzzz9.
    05  filler				pic x(10)	value "  OVERDUE".
    05  t1-overdue			pic zzzz9.
    05  filler				pic x(11)	value "  COVERAGE ".
    05  t1-coverage			pic zz9.9.
    05  filler				pic x		value "%".

01  t2-tier-line.
    05  filler				pic x(14)	value "TIER REACHED".
    05  t2-tier				pic 9.
    05  filler				pic x(9)	value "  BONUS $".
    05  t2-bonus			pic zz,zz9.99.
    05  t2-next-text			pic x(17).
    05  t2-next-pct			pic zz9.
    05  t2-needs-text			pic x(9).
    05  t2-needed			pic zzzz9.
    05  t2-more-text			pic x(14).

01  s1-summary-line.
    05  s1-doc-nbr			pic x(3).
    05  filler				pic xx		value spaces.
    05  s1-doc-name			pic x(25).
    05  filler				pic xx		value spaces.
    05  s1-prog-desc			pic x(30).
    05  s1-done				pic zzzz9.
    05  filler				pic x		value "/".
    05  s1-denom			pic zzzz9.
    05  filler				pic xx		value spaces.
    05  s1-coverage			pic zz9.9.
    05  filler				pic x(8)	value "%  TIER ".
    05  s1-tier				pic 9.
    05  filler				pic xx		value spaces.
    05  s1-bonus			pic zz,zz9.99.

01  t3-total-line.
    05  t3-desc				pic x(40).
    05  t3-count			pic zzz,zz9.

01  t4-amount-line.
    05  t4-desc				pic x(40).
    05  t4-amount			pic z,zzz,zz9.99.

01  l3-none-line.
    05  filler				pic x(10)	value spaces.
    05  l3-none-text			pic x(60).

    copy "f002_claims_mstr_rec1_2.ws".

    copy "eventlog.ws".

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "r157".
    05  line 01 col 15 value "Preventive Care Bonus Coverage".

01  scr-selection.
    05  line 06 col 20 value "Bonus year ending March 31".
    05  scr-bonus-year line 06 col 56 pic 9(4) using ws-bonus-year auto required.
    05  line 07 col 20 value "Doctor (blank=all)".
    05  scr-sel-doc line 07 col 56 pic x(3) using ws-sel-doc-nbr auto.
    05  line 08 col 20 value "List overdue patients (Y/N)".
    05  scr-list-overdue line 08 col 56 pic x using ws-list-overdue auto.

01  scr-continue-or-not.
    05  line 10 col 20 value "Continue (Y/N)".
    05  scr-continue line 10 col 56 pic x using ws-continue auto required.

01  scr-no-table.
    05  line 12 col 20 value
	"NO SCREENING PROGRAMS ON FILE - SET THEM UP WITH m132".

01  scr-closing-screen.
    05  blank screen.
    05  line 10 col 20  value "patient records read".
    05  line 10 col 60  pic z(6)9 using ctr-pat-reads.
    05  line 11 col 20  value "patients rostered".
    05  line 11 col 60  pic z(6)9 using ctr-rostered.
    05  line 12 col 20  value "claims master records read".
    05  line 12 col 60  pic z(6)9 using ctr-claims-mstr-reads.
    05  line 13 col 20  value "patient program records".
    05  line 13 col 60  pic z(6)9 using ctr-released.
    05  line 14 col 20  value "overdue".
    05  line 14 col 60  pic z(6)9 using ctr-overdue.
    05  line 21 col 20	value "program r157 ending".
    05  line 21 col 40	pic 99 from sys-hrs.
    05  line 21 col 42	value ":".
    05  line 21 col 43	pic 99 from sys-min.

01  confirm.
    05 line 23 col 01  value " ".

procedure division.
declaratives.

err-pat-file section.
    use after standard error procedure on pat-mstr.
err-pat-mstr.
    move status-cobol-pat-mstr		to common-status-file.
    display "error in accessing patient master - status "
	    common-status-file.
    stop "error in accessing patient master".

err-claims-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display "error in accessing claims master - status "
	    common-status-file.
    stop "error in accessing claims master".

err-prev-care-file section.
    use after standard error procedure on prev-care-tbl.
err-prev-care-tbl.
    move status-cobol-prev-care-tbl	to common-status-file.
    display "error in accessing preventive care table - status "
	    common-status-file.
    stop "error in accessing preventive care table".

err-doc-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display "error in accessing doctor master - status "
	    common-status-file.
    stop "error in accessing doctor master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.

    sort r157-work-file
	on ascending key
			wf-doc-nbr
			wf-prog-ss
			wf-status
			wf-surname
			wf-given-name
	input procedure is ba0-release		thru ba0-99-exit
	output procedure is ca0-print		thru ca0-99-exit.

    perform da0-bonus-summary		thru da0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters
					   nbr-progs
					   nbr-summary.

    display scr-title.

*	(defaults - the bonus year now running: april on counts
*	 toward next march; every doctor; the overdue listed)
    if sys-mm > 3
    then
	compute ws-bonus-year = sys-yy + 1
    else
	move sys-yy			to	ws-bonus-year.
*   endif
    move "Y"				to	ws-list-overdue.

aa0-10-selection.

    display scr-selection.
    accept scr-bonus-year.
    accept scr-sel-doc.
    accept scr-list-overdue.

    if ws-list-overdue = "y"
    then
	move "Y"			to	ws-list-overdue.
*   endif
    if ws-list-overdue = "n"
    then
	move "N"			to	ws-list-overdue.
*   endif

    if   ws-list-overdue not = "Y"
     and ws-list-overdue not = "N"
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

    move ws-bonus-year			to	ws-ref-yy.
    move 03				to	ws-ref-mm.
    move 31				to	ws-ref-dd.

    open input prev-care-tbl.
    perform ab0-load-programs		thru	ab0-99-exit.
    close prev-care-tbl.

*	(no programs, nothing to measure)
    if nbr-progs = zero
    then
	display scr-no-table
	display confirm
	stop " "
	stop run.
*   endif

    open input pat-mstr.
    open input claims-mstr.
    open input doc-mstr.
    open output prev-care-rpt-file.

    move "r157"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move ws-bonus-year			to	h2-bonus-year.

aa0-99-exit.
    exit.
ab0-load-programs.

    move spaces				to	pct-key.
    start prev-care-tbl key is greater than or equal to pct-key
	invalid key
	    go to ab0-99-exit.

ab0-10-loop.

    read prev-care-tbl next
	at end
	    go to ab0-99-exit.

    if nbr-progs not < 10
    then
	go to ab0-99-exit.
*   endif

    add 1				to	nbr-progs.
    move pct-program			to	pg-program (nbr-progs).
    move pct-desc			to	pg-desc (nbr-progs).
    move pct-sex			to	pg-sex (nbr-progs).
    move pct-age-unit			to	pg-age-unit (nbr-progs).
    move pct-age-from			to	pg-age-from (nbr-progs).
    move pct-age-to			to	pg-age-to (nbr-progs).
    perform ab1-copy-codes		thru	ab1-99-exit
	varying ss-k from 1 by 1
	until ss-k > 6.
    perform ab2-copy-tier		thru	ab2-99-exit
	varying ss-t from 1 by 1
	until ss-t > 5.

*	(the window opens on the first of the month after march,
*	 look-back months before - 42 months back is october three
*	 and a half years earlier)
    compute ws-window-months = (ws-ref-yy * 12) + ws-ref-mm
			     - pct-lookback-mths.
    divide ws-window-months by 12 giving ws-window-yy
				remainder ws-window-mm.
    add 1				to	ws-window-mm.
    if ws-window-mm > 12
    then
	move 1				to	ws-window-mm
	add 1				to	ws-window-yy.
*   endif
    move 01				to	ws-window-dd.
    move ws-window-date			to	pg-window-from (nbr-progs).

    go to ab0-10-loop.

ab0-99-exit.
    exit.
ab1-copy-codes.

    move pct-track-cd (ss-k)		to	pg-track-cd (nbr-progs, ss-k).
    if ss-k < 5
    then
	move pct-excl-cd (ss-k)		to	pg-excl-cd (nbr-progs, ss-k).
*   endif

ab1-99-exit.
    exit.
ab2-copy-tier.

    move pct-tier-pct (ss-t)		to	pg-tier-pct (nbr-progs, ss-t).
    move pct-tier-bonus (ss-t)		to	pg-tier-bonus (nbr-progs, ss-t).

ab2-99-exit.
    exit.
*------------------------------------------------------------------*
*   the rostered patients, one record for each program they are     *
*   eligible for                                                    *
*------------------------------------------------------------------*
ba0-release.

    move spaces				to	key-pat-mstr.
    move "N"				to	eof-pat-mstr.
    start pat-mstr key is greater than or equal to key-pat-mstr
	invalid key
	    move "Y"			to	eof-pat-mstr.

    perform bb0-patient			thru	bb0-99-exit
	until eof-pat-mstr = "Y".

ba0-99-exit.
    exit.
bb0-patient.

    read pat-mstr next
	at end
	    move "Y"			to	eof-pat-mstr
	    go to bb0-99-exit.

    add 1				to	ctr-pat-reads.

*	(rostered at march 31 and living)
    if pat-roster-status not = "R"
    then
	go to bb0-99-exit.
*   endif

    if pat-roster-enrol-date > ws-ref-date
    then
	go to bb0-99-exit.
*   endif

    if   pat-roster-term-date not = zero
     and pat-roster-term-date not > ws-ref-date
    then
	go to bb0-99-exit.
*   endif

    if pat-date-of-death not = zero
    then
	go to bb0-99-exit.
*   endif

    if   ws-sel-doc-nbr not = spaces
     and ws-sel-doc-nbr not = pat-roster-doc-nbr
    then
	go to bb0-99-exit.
*   endif

    add 1				to	ctr-rostered.

*	(age at march 31, in whole years and whole months)
    compute ws-age-months = ((ws-ref-yy - pat-birth-yy) * 12)
			  + ws-ref-mm - pat-birth-mm.
    if pat-birth-dd > ws-ref-dd
    then
	subtract 1			from	ws-age-months.
*   endif
    divide ws-age-months by 12		giving	ws-age-years.

    move "N"				to	ws-any-eligible.
    perform bc0-eligible		thru	bc0-99-exit
	varying ss-p from 1 by 1
	until ss-p > nbr-progs.

    if ws-any-eligible = "N"
    then
	go to bb0-99-exit.
*   endif

    perform bd0-collect-claims		thru	bd0-99-exit.

    perform be0-claim-codes		thru	be0-99-exit
	varying ss-c from 1 by 1
	until ss-c > nbr-claims.

    perform bg0-release-programs	thru	bg0-99-exit
	varying ss-p from 1 by 1
	until ss-p > nbr-progs.

bb0-99-exit.
    exit.
bc0-eligible.

    move "N"				to	pg-eligible (ss-p)
						pg-done (ss-p)
						pg-excluded (ss-p).
    move zero				to	pg-last-date (ss-p).

    if   pg-sex (ss-p) not = zero
     and pg-sex (ss-p) not = pat-sex
    then
	go to bc0-99-exit.
*   endif

    if pg-age-unit (ss-p) = "M"
    then
	move ws-age-months		to	ws-age
    else
	move ws-age-years		to	ws-age.
*   endif

    if   ws-age < pg-age-from (ss-p)
      or ws-age > pg-age-to (ss-p)
    then
	go to bc0-99-exit.
*   endif

    move "Y"				to	pg-eligible (ss-p)
						ws-any-eligible.

bc0-99-exit.
    exit.
bd0-collect-claims.

*	(the patient's claim headers down the "P" path - the detail
*	 walk below would lose the place on it, as d017 found)
    move zero				to	nbr-claims.

    move spaces				to	clmdtl-p-claims-mstr
					     of claims-mstr-rec.
    move "P"				to	clmdtl-p-key-type
					     of claims-mstr-rec.
    move key-pat-mstr			to	clmdtl-p-data
					     of claims-mstr-rec (1:16).

    start claims-mstr key is greater than or equal to
					clmdtl-p-claims-mstr
	invalid key
	    go to bd0-99-exit.

bd0-10-claim-loop.

    read claims-mstr next
	at end
	    go to bd0-99-exit.

    add 1				to	ctr-claims-mstr-reads.

    if   clmdtl-p-key-type of claims-mstr-rec not = "P"
      or clmdtl-p-data of claims-mstr-rec (1:16) not = key-pat-mstr
    then
	go to bd0-99-exit.
*   endif

    if nbr-claims not < 300
    then
	add 1				to	ctr-claims-truncated
	go to bd0-99-exit.
*   endif

    add 1				to	nbr-claims.
    move key-claims-mstr		to	clt-claim-key (nbr-claims).

    go to bd0-10-claim-loop.

bd0-99-exit.
    exit.
be0-claim-codes.

*	(the claim's service lines off its "B" key)

    move clt-claim-key (ss-c)		to	key-claims-mstr.

    start claims-mstr key is greater than key-claims-mstr
	invalid key
	    go to be0-99-exit.

be0-10-dtl-loop.

    read claims-mstr next
	at end
	    go to be0-99-exit.

    add 1				to	ctr-claims-mstr-reads.

    if   key-clm-key-type not = "B"
      or key-clm-batch-num not = clt-claim-key (ss-c) (2:9)
      or key-clm-claim-nbr not = clt-claim-key (ss-c) (11:2)
    then
	go to be0-99-exit.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.

*	(a service after march 31 counts toward next year)
    if clmdtl-sv-date > ws-ref-date
    then
	go to be0-10-dtl-loop.
*   endif

    perform bf0-match-program		thru	bf0-99-exit
	varying ss-p from 1 by 1
	until ss-p > nbr-progs.

    go to be0-10-dtl-loop.

be0-99-exit.
    exit.
bf0-match-program.

    if pg-eligible (ss-p) not = "Y"
    then
	go to bf0-99-exit.
*   endif

    perform bf1-match-code		thru	bf1-99-exit
	varying ss-k from 1 by 1
	until ss-k > 6.

bf0-99-exit.
    exit.
bf1-match-code.

    if   pg-track-cd (ss-p, ss-k) not = spaces
     and pg-track-cd (ss-p, ss-k) = clmdtl-oma-cd
    then
	if clmdtl-sv-date > pg-last-date (ss-p)
	then
	    move clmdtl-sv-date		to	pg-last-date (ss-p)
	end-if
	if clmdtl-sv-date not < pg-window-from (ss-p)
	then
	    move "Y"			to	pg-done (ss-p)
	end-if
    end-if.

    if ss-k > 4
    then
	go to bf1-99-exit.
*   endif

    if   pg-excl-cd (ss-p, ss-k) not = spaces
     and pg-excl-cd (ss-p, ss-k) = clmdtl-oma-cd
    then
	move "Y"			to	pg-excluded (ss-p).
*   endif

bf1-99-exit.
    exit.
bg0-release-programs.

    if pg-eligible (ss-p) not = "Y"
    then
	go to bg0-99-exit.
*   endif

    move spaces				to	work-file-rec.
    move pat-roster-doc-nbr		to	wf-doc-nbr.
    move ss-p				to	wf-prog-ss.
    if pg-excluded (ss-p) = "Y"
    then
	move "1"			to	wf-status
    else
	if pg-done (ss-p) = "Y"
	then
	    move "2"			to	wf-status
	else
	    move "3"			to	wf-status.
*	endif
*   endif
    move pat-surname			to	wf-surname.
    move pat-given-name			to	wf-given-name.
    move pat-chart-nbr			to	wf-chart-nbr.
    move pat-health-nbr			to	wf-health-nbr.
    move pat-phone-no			to	wf-phone.
    if pg-age-unit (ss-p) = "M"
    then
	move ws-age-months		to	wf-age
    else
	move ws-age-years		to	wf-age.
*   endif
    move pg-last-date (ss-p)		to	wf-last-date.

    release work-file-rec.
    add 1				to	ctr-released.

bg0-99-exit.
    exit.
*------------------------------------------------------------------*
*   coverage by doctor and program                                  *
*------------------------------------------------------------------*
ca0-print.

    move "N"				to	eof-work-file.
    move "Y"				to	ws-first-rec.

    perform xr0-return-work		thru	xr0-99-exit.

    if eof-work-file = "Y"
    then
	perform xa0-print-hdr		thru	xa0-99-exit
	move "*** NO ELIGIBLE ROSTERED PATIENTS ***"
					to	l3-none-text
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit
	go to ca0-99-exit.
*   endif

    perform cb0-work-record		thru	cb0-99-exit
	until eof-work-file = "Y".

    perform ce0-prog-totals		thru	ce0-99-exit.

ca0-99-exit.
    exit.
cb0-work-record.

    if   ws-first-rec = "N"
     and (   wf-doc-nbr not = hold-doc-nbr
	  or wf-prog-ss not = hold-prog-ss)
    then
	perform ce0-prog-totals		thru	ce0-99-exit.
*   endif

    if   ws-first-rec = "Y"
      or wf-doc-nbr not = hold-doc-nbr
    then
	perform cc0-new-doctor		thru	cc0-99-exit
	perform cd0-new-program		thru	cd0-99-exit
    else
	if wf-prog-ss not = hold-prog-ss
	then
	    perform cd0-new-program	thru	cd0-99-exit.
*	endif
*   endif

    add 1				to	pc-eligible.
    if wf-excluded
    then
	add 1				to	pc-excluded
	go to cb0-90-next.
*   endif

    if wf-up-to-date
    then
	add 1				to	pc-done
	go to cb0-90-next.
*   endif

    add 1				to	pc-overdue
					ctr-overdue.

    if ws-list-overdue not = "Y"
    then
	go to cb0-90-next.
*   endif

    if ws-overdue-head = "N"
    then
	move "Y"			to	ws-overdue-head
	move h5-col-head		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    move wf-surname			to	l1-surname.
    move wf-given-name			to	l1-given-name.
    move wf-chart-nbr			to	l1-chart-nbr.
    move wf-health-nbr			to	l1-health-nbr.
    move wf-phone			to	l1-phone.
    move wf-age				to	l1-age.
    move pg-age-unit (wf-prog-ss)	to	l1-age-unit.
    if wf-last-date = zero
    then
	move "NONE"			to	l1-last-none
    else
	move wf-last-date		to	l1-last-date.
*   endif
    move l1-pat-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

cb0-90-next.

    perform xr0-return-work		thru	xr0-99-exit.

cb0-99-exit.
    exit.
cc0-new-doctor.

    move "N"				to	ws-first-rec.
    move wf-doc-nbr			to	hold-doc-nbr
						h3-doc-nbr.
    move "NOT ON DOCTOR MASTER"		to	h3-doc-name.

    if wf-doc-nbr not = spaces
    then
	move wf-doc-nbr			to	doc-nbr
	read doc-mstr
	    invalid key
		go to cc0-50-heading.
	move doc-name			to	h3-doc-name.
*   endif

cc0-50-heading.

*	(each doctor starts a page)
    perform xa0-print-hdr		thru	xa0-99-exit.

cc0-99-exit.
    exit.
cd0-new-program.

    move wf-prog-ss			to	hold-prog-ss.
    move 0				to	prog-counts.
    move "N"				to	ws-overdue-head.

    move pg-desc (wf-prog-ss)		to	h4-prog-desc.
    if ws-list-overdue = "Y"
    then
	move "- PATIENTS OVERDUE"	to	h4-prog-text
    else
	move spaces			to	h4-prog-text.
*   endif
    move 3				to	nbr-lines-to-adv.
    move h4-prog-head			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move 2				to	nbr-lines-to-adv.

cd0-99-exit.
    exit.
ce0-prog-totals.

*	(coverage is the up to date over the eligible less the
*	 excluded; the tier is the highest the coverage reaches)
    subtract pc-excluded		from	pc-eligible
					giving	ws-denom.
    if ws-denom = zero
    then
	move zero			to	ws-coverage
    else
	compute ws-coverage rounded = (pc-done * 100) / ws-denom.
*   endif

    move zero				to	ws-tier-reached
						ws-bonus
						ws-next-tier.
    perform cf0-tier			thru	cf0-99-exit
	varying ss-t from 1 by 1
	until ss-t > 5.

    if   ws-list-overdue = "Y"
     and pc-overdue = zero
    then
	move "NONE OVERDUE"		to	l3-none-text
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    move pc-eligible			to	t1-eligible.
    move pc-excluded			to	t1-excluded.
    move pc-done			to	t1-done.
    move pc-overdue			to	t1-overdue.
    move ws-coverage			to	t1-coverage.
    move 2				to	nbr-lines-to-adv.
    move t1-prog-total-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move ws-tier-reached		to	t2-tier.
    move ws-bonus			to	t2-bonus.
    if ws-next-tier = zero
    then
	move "  TOP TIER"		to	t2-next-text
	move zero			to	t2-next-pct
	move spaces			to	t2-needs-text
						t2-more-text
	move zero			to	t2-needed
    else
*	    (patients to reach the next tier - rounded up)
	compute ws-needed-x = pg-tier-pct (hold-prog-ss, ws-next-tier)
			    * ws-denom
	divide ws-needed-x by 100 giving ws-needed
				remainder ws-needed-rem
	if ws-needed-rem > zero
	then
	    add 1			to	ws-needed
	end-if
	subtract pc-done		from	ws-needed
	move "  NEXT TIER AT "		to	t2-next-text
	move pg-tier-pct (hold-prog-ss, ws-next-tier)
					to	t2-next-pct
	move "% NEEDS "			to	t2-needs-text
	move ws-needed			to	t2-needed
	move " MORE PATIENTS"		to	t2-more-text.
*   endif
    move t2-tier-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

*	(kept for the closing page)
    if nbr-summary not < 1000
    then
	move "Y"			to	ws-summary-full
	go to ce0-99-exit.
*   endif
    add 1				to	nbr-summary.
    move hold-doc-nbr			to	st-doc-nbr (nbr-summary).
    move hold-prog-ss			to	st-prog-ss (nbr-summary).
    move ws-denom			to	st-denom (nbr-summary).
    move pc-done			to	st-done (nbr-summary).
    move ws-coverage			to	st-coverage (nbr-summary).
    move ws-tier-reached		to	st-tier (nbr-summary).
    move ws-bonus			to	st-bonus (nbr-summary).

ce0-99-exit.
    exit.
cf0-tier.

    if pg-tier-pct (hold-prog-ss, ss-t) = zero
    then
	go to cf0-99-exit.
*   endif

    if ws-coverage not < pg-tier-pct (hold-prog-ss, ss-t)
    then
	move ss-t			to	ws-tier-reached
	move pg-tier-bonus (hold-prog-ss, ss-t)
					to	ws-bonus
	go to cf0-99-exit.
*   endif

    if ws-next-tier = zero
    then
	move ss-t			to	ws-next-tier.
*   endif

cf0-99-exit.
    exit.
*------------------------------------------------------------------*
*   the bonus at the tiers reached, every doctor                    *
*------------------------------------------------------------------*
da0-bonus-summary.

    move spaces				to	h3-doc-nbr
						h3-doc-name.
    move "BONUS SUMMARY"		to	h3-doc-name.
    perform xa0-print-hdr		thru	xa0-99-exit.

    move zero				to	ws-total-bonus.
    move low-values			to	hold-doc-nbr.
    perform db0-summary-line		thru	db0-99-exit
	varying ss-s from 1 by 1
	until ss-s > nbr-summary.

    if ws-summary-full = "Y"
    then
	move "** MORE THAN 1000 DOCTOR PROGRAMS - SUMMARY INCOMPLETE **"
					to	l3-none-text
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    move 2				to	nbr-lines-to-adv.
    move "BONUS AT THE TIERS REACHED"	to	t4-desc.
    move ws-total-bonus			to	t4-amount.
    move t4-amount-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move 2				to	nbr-lines-to-adv.
    move "PATIENTS ROSTERED AT MARCH 31"
					to	t3-desc.
    move ctr-rostered			to	t3-count.
    move t3-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "PATIENTS OVERDUE (ALL PROGRAMS)"
					to	t3-desc.
    move ctr-overdue			to	t3-count.
    move t3-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if ctr-claims-truncated not = zero
    then
	move "PATIENTS WITH MORE THAN 300 CLAIMS"
					to	t3-desc
	move ctr-claims-truncated	to	t3-count
	move t3-total-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

da0-99-exit.
    exit.
db0-summary-line.

    if st-doc-nbr (ss-s) not = hold-doc-nbr
    then
	perform dc0-doc-name		thru	dc0-99-exit
	move 2				to	nbr-lines-to-adv.
*   endif

    move st-doc-nbr (ss-s)		to	s1-doc-nbr.
    move doc-name			to	s1-doc-name.
    move pg-desc (st-prog-ss (ss-s))	to	s1-prog-desc.
    move st-done (ss-s)			to	s1-done.
    move st-denom (ss-s)		to	s1-denom.
    move st-coverage (ss-s)		to	s1-coverage.
    move st-tier (ss-s)			to	s1-tier.
    move st-bonus (ss-s)		to	s1-bonus.
    move s1-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add st-bonus (ss-s)			to	ws-total-bonus.

db0-99-exit.
    exit.
dc0-doc-name.

    move st-doc-nbr (ss-s)		to	hold-doc-nbr
					doc-nbr.

    read doc-mstr
	invalid key
	    move "NOT ON DOCTOR MASTER"	to	doc-name.

dc0-99-exit.
    exit.
az0-end-of-job.

    move "r157"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-overdue			to	elp-count.
    move "PREVENTIVE CARE PATIENTS OVERDUE"
					to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close pat-mstr.
    close claims-mstr.
    close doc-mstr.
    close prev-care-rpt-file.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write prev-care-rpt-record		from	h1-rpt-head after advancing page.
    write prev-care-rpt-record		from	h2-sel-head after advancing 1 line.
    write prev-care-rpt-record		from	h3-doc-head after advancing 2 lines.
    move 2				to	nbr-lines-to-adv.
    move 4				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-rpt-record.

    if nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write prev-care-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xr0-return-work.

    return r157-work-file
	at end
	    move "Y"			to	eof-work-file.

xr0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
