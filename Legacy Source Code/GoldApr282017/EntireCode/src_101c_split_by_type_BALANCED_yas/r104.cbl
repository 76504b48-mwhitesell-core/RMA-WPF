identification division.
program-id. r104.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f002 - claims master
*			: f010 - patient master
*			: f083 - postal code reference
*			: f091 - diagnostic code master
*			: f020 - doctor master
*			: f090 - constants master (clinic names)
*			: r104_parm - level, period, doctors/clinics,
*			  lines to list
*			: r104-work-file - patient visits, sorted by
*			  doctor (or clinic) and patient
*			: rr104 - practice profile (printer)
*			: r104_profile.csv - the same figures for the
*			  practice managers' spreadsheets
*			: f064 - central event log (via eventlog)
*
*   program purpose : practice profile - patient mix and catchment.
*			for each doctor (or each clinic, parm "L" C)
*			the distinct patients seen on claims with
*			service in the period are counted and broken
*			down by age band (age at the first visit of
*			the period), sex, rostered or not
*			(pat-roster-status), language (pat-language),
*			postal forward sortation area and city (the
*			f083 city for the patient's postal code, the
*			patient master city where the code is not on
*			f083).  a patient is new when the doctor (or
*			clinic) has no claim for them with service
*			before the period, returning otherwise.  the
*			most frequent diagnoses are listed with the
*			patients and claims carrying them.
*			  the period defaults to the twelve months
*			  through the month before the run.  every
*			  figure printed is also written to the csv
*			  file, one row per figure.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f002_claims_mstr.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f083_postal_code.slr".
*
    copy "f091_diagnostic_codes.slr".
*
    copy "f020_doctor_mstr.slr".
*
    copy "f090_constants_mstr.slr".
*
    select r104-work-file
	assign to "r104_work_file"
	organization is sequential.
*
    select r104-parm-file
	assign to disk "$pb_data/r104_parm"
	organization is sequential
	file status is status-r104-parm.
*
    select profile-csv-file
	assign to disk "$pb_data/r104_profile.csv"
	organization is line sequential
	file status is status-profile-csv.
*
    select profile-rpt-file
	assign to printer print-file-name
	file status is status-profile-rpt.
*
data division.
file section.
*
    copy "f002_claims_mstr.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "f083_postal_code.fd".
*
    copy "f091_diagnostic_codes.fd".
*
    copy "f020_doctor_mstr.fd".
*
    copy "f090_constants_mstr.fd".
*
sd  r104-work-file
    record contains 40 characters.

*	(type "P" - a claim before the period, only to tell new
*	 patients from returning; "V" - a claim in the period, one
*	 record for each diagnosis on it, the claim counted on the
*	 first)
01  work-file-rec.
    05  wf-entity			pic x(3).
    05  wf-patient			pic x(16).
    05  wf-rec-type			pic x.
    05  wf-diag-cd			pic x(3).
    05  wf-serv-date			pic 9(8).
    05  wf-claims			pic 9.
    05  filler				pic x(8).

fd  r104-parm-file
    record contains 80 characters.

*	(type "L" - D profiles each doctor, C each clinic; "D" - the
*	 period, from yyyymmdd to yyyymmdd; "E" - a doctor (or
*	 clinic) to profile, up to 20, all when none; "N" - how many
*	 diagnoses, areas and cities to list)
01  r104-parm-rec.
    05  r104-parm-type			pic x.
    05  r104-parm-value			pic x(79).
01  r104-parm-level-rec redefines r104-parm-rec.
    05  filler				pic x.
    05  r104-parm-level			pic x.
    05  filler				pic x(78).
01  r104-parm-period-rec redefines r104-parm-rec.
    05  filler				pic x.
    05  r104-parm-from-date		pic 9(8).
    05  filler				pic x.
    05  r104-parm-to-date		pic 9(8).
    05  filler				pic x(62).
01  r104-parm-entity-rec redefines r104-parm-rec.
    05  filler				pic x.
    05  r104-parm-entity		pic x(3).
    05  filler				pic x(76).
01  r104-parm-lines-rec redefines r104-parm-rec.
    05  filler				pic x.
    05  r104-parm-lines			pic 99.
    05  filler				pic x(77).

fd  profile-csv-file
    record contains 160 characters.

01  profile-csv-rec			pic x(160).

fd  profile-rpt-file
    record contains 132 characters.

01  profile-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr104".
77  status-profile-rpt			pic xx	value zero.
77  status-profile-csv			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-postal-code		pic xx	value zero.
77  status-cobol-diag-mstr		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-iconst-mstr		pic xx	value zero.
77  status-r104-parm			pic xx	value zero.

77  eof-claims-mstr			pic x	value "N".
77  eof-work-file			pic x	value "N".

01  ws-level				pic x	value "D".
    88  level-doctor				value "D".
    88  level-clinic				value "C".
77  ws-from-date			pic 9(8)	value zero.
77  ws-to-date				pic 9(8)	value zero.
01  ws-end-month			pic 9(6)	value zero.
01  ws-end-month-r redefines ws-end-month.
    05  ws-end-yy			pic 9(4).
    05  ws-end-mm			pic 99.
01  ws-start-month			pic 9(6)	value zero.
01  ws-start-month-r redefines ws-start-month.
    05  ws-start-yy			pic 9(4).
    05  ws-start-mm			pic 99.
77  ws-list-lines			pic 99		value 15.

01  entity-select-table.
    05  es-entity			pic x(3)	occurs 20 times.
77  es-used				pic 99		comp	value zero.
77  ss-es				pic 99		comp	value zero.
77  ws-selected				pic x	value "N".

*   the claim the scan is in

01  ws-current-claim.
    05  cur-claim-id			pic x(11).
    05  cur-entity			pic x(3).
    05  cur-patient			pic x(16).
    05  cur-hdr-serv-date		pic 9(8).
    05  cur-first-sv-date		pic 9(8).
    05  cur-lines			pic 999.
01  claim-diag-table.
    05  cd-diag-cd			pic x(3)	occurs 10 times.
77  cd-used				pic 99		comp	value zero.
77  ss-cd				pic 99		comp	value zero.
77  ws-claim-date			pic 9(8)	value zero.
77  ws-sv-date				pic 9(8)	value zero.

*   the patient within the doctor (or clinic)

01  ws-current-patient.
    05  pt-patient			pic x(16).
    05  pt-prior			pic x.
    05  pt-claims			pic 9(5).
    05  pt-first-date			pic 9(8).
    05  pt-first-date-r redefines pt-first-date.
	10  pt-first-yy			pic 9(4).
	10  pt-first-mmdd		pic 9(4).
    05  pt-last-diag			pic x(3).
77  ws-age				pic s9(4)	value zero.
77  ws-birth-mmdd			pic 9(4)	value zero.
77  ws-city				pic x(15)	value spaces.
77  ws-fsa				pic x(3)	value spaces.

*   age bands - the last age in each, the last band open-ended

01  age-band-values.
    05  filler				pic x(15)	value "004 0 TO 4".
    05  filler				pic x(15)	value "017 5 TO 17".
    05  filler				pic x(15)	value "034 18 TO 34".
    05  filler				pic x(15)	value "049 35 TO 49".
    05  filler				pic x(15)	value "064 50 TO 64".
    05  filler				pic x(15)	value "074 65 TO 74".
    05  filler				pic x(15)	value "084 75 TO 84".
    05  filler				pic x(15)	value "999 85 AND OVER".
01  age-band-table redefines age-band-values.
    05  age-band			occurs 8 times.
	10  ab-last-age			pic 999.
	10  filler			pic x.
	10  ab-label			pic x(11).
77  ss-age				pic 9		comp	value zero.

*   one doctor's (or clinic's) profile

01  entity-totals.
    05  et-entity			pic x(3).
    05  et-name				pic x(25).
    05  et-patients			pic 9(7).
    05  et-claims			pic 9(7).
    05  et-new				pic 9(7).
    05  et-returning			pic 9(7).
    05  et-not-on-file			pic 9(7).
    05  et-age-count			pic 9(7)	occurs 9 times.
    05  et-sex-count			pic 9(7)	occurs 3 times.
    05  et-roster-count			pic 9(7)	occurs 3 times.
    05  et-lang-count			pic 9(7)	occurs 4 times.

01  fsa-table.
    05  fsa-entry			occurs 500 times.
	10  fs-fsa			pic x(3).
	10  fs-count			pic 9(7).
	10  fs-listed			pic x.
77  fs-used				pic 999		comp	value zero.
77  ss-fs				pic 999		comp	value zero.

01  city-table.
    05  city-entry			occurs 500 times.
	10  cy-city			pic x(15).
	10  cy-count			pic 9(7).
	10  cy-listed			pic x.
77  cy-used				pic 999		comp	value zero.
77  ss-cy				pic 999		comp	value zero.

01  diag-table.
    05  diag-entry			occurs 500 times.
	10  dg-diag-cd			pic x(3).
	10  dg-patients			pic 9(7).
	10  dg-claims			pic 9(7).
	10  dg-listed			pic x.
77  dg-used				pic 999		comp	value zero.
77  ss-dg				pic 999		comp	value zero.

77  ss-best				pic 999		comp	value zero.
77  ss-top				pic 99		comp	value zero.
77  ws-best-count			pic s9(7)	value zero.
77  ws-other-count			pic 9(7)	value zero.
77  ws-listed-count			pic 9(7)	value zero.

*   one figure, printed and written to the csv

01  stat-figure.
    05  st-section			pic x(20).
    05  st-item				pic x(40).
    05  st-count			pic 9(7).
    05  st-claims			pic 9(7).
    05  st-show-claims			pic x.
77  ws-pct				pic 999v9	value zero.

01  csv-work.
    05  csv-line			pic x(160).
    05  csv-ptr				pic 999		comp.
    05  csv-text			pic x(40).
    05  csv-text-len			pic 99		comp.
    05  csv-number			pic z(6)9.
    05  csv-number-lead			pic 99		comp.
    05  csv-pct				pic zz9.9.
    05  csv-pct-lead			pic 99		comp.
    05  csv-level			pic x(6).

01  counters.
    05  ctr-claims-mstr-reads		pic 9(9)	value zero.
    05  ctr-claims-in-period		pic 9(9)	value zero.
    05  ctr-entities			pic 9(5)	value zero.
    05  ctr-patients			pic 9(9)	value zero.
    05  ctr-csv-rows			pic 9(9)	value zero.
    05  ctr-table-overflow		pic 9(7)	value zero.

    copy "f002_claims_mstr_rec1_2.ws".

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.
01  s1-section-title			pic x(132)	value spaces.
01  hold-column-head			pic x(132)	value spaces.

01  h1-profile-head.
    05  filler				pic x(6)	value "r104".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(52)	value
		"PRACTICE PROFILE - PATIENT MIX AND CATCHMENT".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-entity-head.
    05  h2-level			pic x(7).
    05  h2-entity			pic x(4).
    05  h2-name				pic x(27).
    05  filler				pic x(21)	value
		"SERVICES FROM ".
    05  h2-from-date			pic 9999/99/99.
    05  filler				pic x(4)	value " TO ".
    05  h2-to-date			pic 9999/99/99.

01  h3-column-head.
    05  filler				pic x(45)	value spaces.
    05  filler				pic x(12)	value
		"PATIENTS".
    05  filler				pic x(10)	value "PERCENT".
    05  h3-claims-title			pic x(10)	value spaces.

01  l1-stat-line.
    05  filler				pic x(5)	value spaces.
    05  l1-item				pic x(40).
    05  l1-count			pic zzz,zz9.
    05  filler				pic x(5)	value spaces.
    05  l1-pct				pic zz9.9.
    05  filler				pic x		value "%".
    05  filler				pic x(4)	value spaces.
    05  l1-claims			pic zzz,zz9.

01  l3-message-line.
    05  filler				pic x(5)	value spaces.
    05  l3-message			pic x(80).

01  l4-summary-line.
    05  l4-label			pic x(40).
    05  l4-count			pic zzz,zzz,zz9.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-claims-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display "error in accessing claims master - status "
	    common-status-file.
    stop "error in accessing claims master".

err-pat-file section.
    use after standard error procedure on pat-mstr.
err-pat-mstr.
    move status-cobol-pat-mstr		to common-status-file.
    display "error in accessing patient master - status "
	    common-status-file.
    stop "error in accessing patient master".

err-postal-file section.
    use after standard error procedure on postal-code.
err-postal-code.
    move status-cobol-postal-code	to common-status-file.
    display "error in accessing postal code file - status "
	    common-status-file.
    stop "error in accessing postal code file".

err-diag-file section.
    use after standard error procedure on diag-mstr.
err-diag-mstr.
    move status-cobol-diag-mstr		to common-status-file.
    display "error in accessing diagnostic code master - status "
	    common-status-file.
    stop "error in accessing diagnostic code master".

err-doc-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display "error in accessing doctor master - status "
	    common-status-file.
    stop "error in accessing doctor master".

err-iconst-file section.
    use after standard error procedure on iconst-mstr.
err-iconst-mstr.
    move status-cobol-iconst-mstr	to common-status-file.
    display "error in accessing constants master - status "
	    common-status-file.
    stop "error in accessing constants master".

err-csv-file section.
    use after standard error procedure on profile-csv-file.
err-profile-csv.
    move status-profile-csv		to common-status-file.
    display "error in writing practice profile csv - status "
	    common-status-file.
    stop "error in writing practice profile csv".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.

    sort r104-work-file
	on ascending key
			wf-entity
			wf-patient
			wf-rec-type
			wf-diag-cd
	input procedure is ab0-select-visits	thru ab0-99-exit
	output procedure is ba0-build-profiles	thru ba0-99-exit.

    if ctr-entities = zero
    then
	move "NO CLAIMS WITH SERVICE IN THE PERIOD"
					to	l3-message
	move l3-message-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    perform fa0-summary			thru	fa0-99-exit.
    perform az0-end-of-job		thru	az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

*	(the twelve months through the month before the run date
*	 unless the parm names the period)
    move sys-yy				to	ws-end-yy.
    move sys-mm				to	ws-end-mm.
    if ws-end-mm = 1
    then
	move 12				to	ws-end-mm
	subtract 1			from	ws-end-yy
    else
	subtract 1			from	ws-end-mm.
*   endif
    if ws-end-mm = 12
    then
	move ws-end-yy			to	ws-start-yy
	move 1				to	ws-start-mm
    else
	compute ws-start-yy = ws-end-yy - 1
	compute ws-start-mm = ws-end-mm + 1.
*   endif
    compute ws-from-date = (ws-start-month * 100) + 1.
    compute ws-to-date   = (ws-end-month * 100) + 31.

    open input claims-mstr.
    open input pat-mstr.
    open input postal-code.
    open input diag-mstr.
    open input doc-mstr.
    open input iconst-mstr.
    open output profile-rpt-file.
    open output profile-csv-file.

    perform ap0-read-parm		thru	ap0-99-exit.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move ws-from-date			to	h2-from-date.
    move ws-to-date			to	h2-to-date.
    if level-clinic
    then
	move "CLINIC"			to	h2-level
					csv-level
    else
	move "DOCTOR"			to	h2-level
					csv-level.
*   endif

    move "LEVEL,CODE,NAME,SECTION,ITEM,PATIENTS,PERCENT,CLAIMS"
					to	profile-csv-rec.
    write profile-csv-rec.

    move "r104"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ap0-read-parm.

    open input r104-parm-file.
    if status-r104-parm not = "00"
    then
	go to ap0-99-exit.
*   endif

ap0-10-parm-loop.

    read r104-parm-file
	at end
	    close r104-parm-file
	    go to ap0-99-exit.

    if   r104-parm-type = "L"
     and (   r104-parm-level = "D"
	  or r104-parm-level = "C")
    then
	move r104-parm-level		to	ws-level.
*   endif

    if   r104-parm-type = "D"
     and r104-parm-from-date numeric
     and r104-parm-to-date numeric
     and r104-parm-from-date not > r104-parm-to-date
    then
	move r104-parm-from-date	to	ws-from-date
	move r104-parm-to-date		to	ws-to-date.
*   endif

    if   r104-parm-type = "E"
     and r104-parm-entity not = spaces
     and es-used < 20
    then
	add 1				to	es-used
	move r104-parm-entity		to	es-entity (es-used).
*   endif

    if   r104-parm-type = "N"
     and r104-parm-lines numeric
     and r104-parm-lines > zero
    then
	move r104-parm-lines		to	ws-list-lines.
*   endif

    go to ap0-10-parm-loop.

ap0-99-exit.
    exit.
ab0-select-visits.

    move spaces				to	ws-current-claim.
    move zero				to	cur-lines
						cd-used.
    move "N"				to	eof-claims-mstr.
    move low-values			to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr.

ab0-10-read.

    if eof-claims-mstr = "Y"
    then
	perform bc0-release-claim	thru	bc0-99-exit
	go to ab0-99-exit.
*   endif

    read claims-mstr next
	at end
	    move "Y"			to	eof-claims-mstr
	    go to ab0-10-read.

    add 1				to	ctr-claims-mstr-reads.

    if key-clm-key-type not = "B"
    then
	move "Y"			to	eof-claims-mstr
	go to ab0-10-read.
*   endif

*	(a header - the claim before it is complete)
    if   key-clm-oma-cd = zeros
      or key-clm-oma-cd = spaces
    then
	perform bc0-release-claim	thru	bc0-99-exit
	move claims-mstr-rec		to	claim-header-rec
	move clmhdr-claim-id		to	cur-claim-id
	if level-clinic
	then
	    move clmhdr-clinic-nbr-1-2	to	cur-entity
	else
	    move clmhdr-batch-nbr-3-6 (2:3)
					to	cur-entity
	end-if
	move clmhdr-pat-id (1:16)	to	cur-patient
	move clmhdr-serv-date		to	cur-hdr-serv-date
	go to ab0-10-read.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.

    if   k-clmdtl-b-oma-cd = "PAID"
      or k-clmdtl-b-oma-cd = "ADJU"
      or k-clmdtl-b-oma-cd = "WOFF"
      or k-clmdtl-b-adj-nbr not = zero
      or k-clmdtl-b-data (1:11) not = cur-claim-id
    then
	go to ab0-10-read.
*   endif

    add 1				to	cur-lines.
    move clmdtl-sv-date			to	ws-sv-date.
    if   cur-first-sv-date = zero
      or ws-sv-date < cur-first-sv-date
    then
	move ws-sv-date			to	cur-first-sv-date.
*   endif

*	(each diagnosis on the claim once)
    if clmdtl-diag-cd (2:3) = spaces
    then
	go to ab0-10-read.
*   endif
    perform bb0-find-claim-diag		thru	bb0-99-exit
	varying ss-cd from 1 by 1
	until   ss-cd > cd-used
	   or   cd-diag-cd (ss-cd) = clmdtl-diag-cd (2:3).
    if   ss-cd > cd-used
     and cd-used < 10
    then
	add 1				to	cd-used
	move clmdtl-diag-cd (2:3)	to	cd-diag-cd (cd-used).
*   endif

    go to ab0-10-read.

ab0-99-exit.
    exit.
bb0-find-claim-diag.

*	(the search is all in the varying clause)

bb0-99-exit.
    exit.
bc0-release-claim.

*	(a claim with service lines, for a patient, for a doctor or
*	 clinic being profiled)
    if   cur-lines = zero
      or cur-patient = spaces
    then
	go to bc0-90-reset.
*   endif

    if es-used > zero
    then
	move "N"			to	ws-selected
	perform bc1-check-selected	thru	bc1-99-exit
	    varying ss-es from 1 by 1
	    until   ss-es > es-used
	       or   ws-selected = "Y"
	if ws-selected = "N"
	then
	    go to bc0-90-reset
	end-if.
*   endif

    move cur-first-sv-date		to	ws-claim-date.
    if ws-claim-date = zero
    then
	move cur-hdr-serv-date		to	ws-claim-date.
*   endif

    if ws-claim-date > ws-to-date
    then
	go to bc0-90-reset.
*   endif

    move spaces				to	work-file-rec.
    move cur-entity			to	wf-entity.
    move cur-patient			to	wf-patient.
    move ws-claim-date			to	wf-serv-date.

    if ws-claim-date < ws-from-date
    then
	move "P"			to	wf-rec-type
	move zero			to	wf-claims
	release work-file-rec
	go to bc0-90-reset.
*   endif

    add 1				to	ctr-claims-in-period.
    move "V"				to	wf-rec-type.
    move 1				to	wf-claims.
    if cd-used = zero
    then
	release work-file-rec
	go to bc0-90-reset.
*   endif

    perform bc2-release-diag		thru	bc2-99-exit
	varying ss-cd from 1 by 1
	until   ss-cd > cd-used.

bc0-90-reset.

    move zero				to	cur-lines
						cur-first-sv-date
						cd-used.

bc0-99-exit.
    exit.
bc1-check-selected.

    if es-entity (ss-es) = cur-entity
    then
	move "Y"			to	ws-selected.
*   endif

bc1-99-exit.
    exit.
bc2-release-diag.

    move cd-diag-cd (ss-cd)		to	wf-diag-cd.
    release work-file-rec.
    move zero				to	wf-claims.

bc2-99-exit.
    exit.
ba0-build-profiles.

    move "N"				to	eof-work-file.
    perform xr0-return-work		thru	xr0-99-exit.

ba0-10-entity.

    if eof-work-file = "Y"
    then
	go to ba0-99-exit.
*   endif

    move zero				to	entity-totals.
    move wf-entity			to	et-entity.
    move zero				to	fs-used
						cy-used
						dg-used.

ba0-20-patient.

    move wf-patient			to	pt-patient.
    move "N"				to	pt-prior.
    move zero				to	pt-claims
						pt-first-date.
    move high-values			to	pt-last-diag.

ba0-30-record.

    if wf-rec-type = "P"
    then
	move "Y"			to	pt-prior
    else
	perform bd0-visit-record	thru	bd0-99-exit.
*   endif

    perform xr0-return-work		thru	xr0-99-exit.

    if   eof-work-file = "N"
     and wf-entity  = et-entity
     and wf-patient = pt-patient
    then
	go to ba0-30-record.
*   endif

*	(patient done - only those seen in the period count)
    if pt-claims > zero
    then
	perform be0-count-patient	thru	be0-99-exit.
*   endif

    if   eof-work-file = "N"
     and wf-entity = et-entity
    then
	go to ba0-20-patient.
*   endif

*	(doctor or clinic done)
    if et-patients > zero
    then
	perform ca0-print-profile	thru	ca0-99-exit.
*   endif
    go to ba0-10-entity.

ba0-99-exit.
    exit.
bd0-visit-record.

    add wf-claims			to	pt-claims
						et-claims.
    if   pt-first-date = zero
      or wf-serv-date < pt-first-date
    then
	move wf-serv-date		to	pt-first-date.
*   endif

*	(a diagnosis counts the patient once and each claim)
    if wf-diag-cd = spaces
    then
	go to bd0-99-exit.
*   endif

    perform bd1-find-diag		thru	bd1-99-exit
	varying ss-dg from 1 by 1
	until   ss-dg > dg-used
	   or   dg-diag-cd (ss-dg) = wf-diag-cd.
    if ss-dg > dg-used
    then
	if dg-used not < 500
	then
	    add 1			to	ctr-table-overflow
	    go to bd0-99-exit
	else
	    add 1			to	dg-used
	    move wf-diag-cd		to	dg-diag-cd (dg-used)
	    move zero			to	dg-patients (dg-used)
					dg-claims (dg-used)
	    move "N"			to	dg-listed (dg-used).
*	endif
*   endif

    add 1				to	dg-claims (ss-dg).
    if wf-diag-cd not = pt-last-diag
    then
	add 1				to	dg-patients (ss-dg)
	move wf-diag-cd			to	pt-last-diag.
*   endif

bd0-99-exit.
    exit.
bd1-find-diag.

*	(the search is all in the varying clause)

bd1-99-exit.
    exit.
be0-count-patient.

    add 1				to	et-patients
						ctr-patients.
    if pt-prior = "Y"
    then
	add 1				to	et-returning
    else
	add 1				to	et-new.
*   endif

    move pt-patient			to	key-pat-mstr.
    read pat-mstr
	invalid key
	    add 1			to	et-not-on-file
	    add 1			to	et-age-count (9)
					et-sex-count (3)
					et-roster-count (3)
					et-lang-count (4)
	    move spaces			to	ws-fsa
					ws-city
	    go to be0-50-geography.

*	(age at the first visit of the period)
    if   pat-birth-date not numeric
      or pat-birth-yy = zero
      or pat-birth-yy > pt-first-yy
    then
	move 9				to	ss-age
    else
	compute ws-age = pt-first-yy - pat-birth-yy
	compute ws-birth-mmdd = (pat-birth-mm * 100) + pat-birth-dd
	if pt-first-mmdd < ws-birth-mmdd
	then
	    subtract 1			from	ws-age
	end-if
	if ws-age < zero
	then
	    move zero			to	ws-age
	end-if
	perform be1-age-band		thru	be1-99-exit
	    varying ss-age from 1 by 1
	    until   ss-age = 8
	       or   ws-age not > ab-last-age (ss-age).
*   endif
    add 1				to	et-age-count (ss-age).

    if pat-sex = 1
    then
	add 1				to	et-sex-count (1)
    else
	if pat-sex = 2
	then
	    add 1			to	et-sex-count (2)
	else
	    add 1			to	et-sex-count (3).
*	endif
*   endif

    if pat-roster-status = "R"
    then
	add 1				to	et-roster-count (1)
    else
	add 1				to	et-roster-count (2).
*   endif

    if   pat-language = space
      or pat-language = "E"
    then
	add 1				to	et-lang-count (1)
    else
	if pat-language = "F"
	then
	    add 1			to	et-lang-count (2)
	else
	    add 1			to	et-lang-count (3).
*	endif
*   endif

*	(the city canada post gives the postal code, the one on the
*	 patient master when the code is not on file)
    move pat-postal-cd (1:3)		to	ws-fsa.
    move pat-city			to	ws-city.
    if pat-postal-cd not = spaces
    then
	move pat-postal-cd		to	pc-postal-cd
	read postal-code
	    invalid key
		go to be0-50-geography
	end-read
	move pc-city			to	ws-city.
*   endif

be0-50-geography.

    if ws-fsa = spaces
    then
	move "---"			to	ws-fsa.
*   endif
    if ws-city = spaces
    then
	move "NOT RECORDED"		to	ws-city.
*   endif

    perform be2-find-fsa		thru	be2-99-exit
	varying ss-fs from 1 by 1
	until   ss-fs > fs-used
	   or   fs-fsa (ss-fs) = ws-fsa.
    if ss-fs > fs-used
    then
	if fs-used not < 500
	then
	    add 1			to	ctr-table-overflow
	    go to be0-60-city
	else
	    add 1			to	fs-used
	    move ws-fsa			to	fs-fsa (fs-used)
	    move zero			to	fs-count (fs-used)
	    move "N"			to	fs-listed (fs-used).
*	endif
*   endif
    add 1				to	fs-count (ss-fs).

be0-60-city.

    perform be3-find-city		thru	be3-99-exit
	varying ss-cy from 1 by 1
	until   ss-cy > cy-used
	   or   cy-city (ss-cy) = ws-city.
    if ss-cy > cy-used
    then
	if cy-used not < 500
	then
	    add 1			to	ctr-table-overflow
	    go to be0-99-exit
	else
	    add 1			to	cy-used
	    move ws-city		to	cy-city (cy-used)
	    move zero			to	cy-count (cy-used)
	    move "N"			to	cy-listed (cy-used).
*	endif
*   endif
    add 1				to	cy-count (ss-cy).

be0-99-exit.
    exit.
be1-age-band.

*	(the search is all in the varying clause)

be1-99-exit.
    exit.
be2-find-fsa.

*	(the search is all in the varying clause)

be2-99-exit.
    exit.
be3-find-city.

*	(the search is all in the varying clause)

be3-99-exit.
    exit.
ca0-print-profile.

    add 1				to	ctr-entities.

    if level-clinic
    then
	move et-entity (1:2)		to	iconst-clinic-nbr-1-2
	read iconst-mstr
	    invalid key
		move "CLINIC NOT ON FILE" to	iconst-clinic-name
	end-read
	move iconst-clinic-name		to	et-name
    else
	move et-entity			to	doc-nbr
	read doc-mstr
	    invalid key
		move "NOT ON DOCTOR MASTER" to	doc-name
	end-read
	move doc-name			to	et-name.
*   endif

    move et-entity			to	h2-entity.
    move et-name			to	h2-name.
    move 99				to	nbr-lines-this-page.

*	(patients and visits)
    move "PATIENTS SEEN"		to	s1-section-title.
    move spaces				to	h3-claims-title.
    move h3-column-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    move "DISTINCT PATIENTS"		to	st-item.
    move et-patients			to	st-count.
    perform xd0-stat-line		thru	xd0-99-exit.
    move "NEW TO THE PRACTICE"		to	st-item.
    move et-new				to	st-count.
    perform xd0-stat-line		thru	xd0-99-exit.
    move "RETURNING"			to	st-item.
    move et-returning			to	st-count.
    perform xd0-stat-line		thru	xd0-99-exit.
    move "CLAIMS (VISITS)"		to	st-item.
    move et-claims			to	st-count.
    perform xd0-stat-line		thru	xd0-99-exit.
    if et-not-on-file > zero
    then
	move "NOT ON PATIENT MASTER"	to	st-item
	move et-not-on-file		to	st-count
	perform xd0-stat-line		thru	xd0-99-exit.
*   endif

*	(age band)
    move "AGE BAND"			to	s1-section-title.
    move h3-column-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.
    perform cb0-age-line		thru	cb0-99-exit
	varying ss-age from 1 by 1
	until   ss-age > 9.

*	(sex)
    move "SEX"				to	s1-section-title.
    move h3-column-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.
    move "MALE"				to	st-item.
    move et-sex-count (1)		to	st-count.
    perform xd0-stat-line		thru	xd0-99-exit.
    move "FEMALE"			to	st-item.
    move et-sex-count (2)		to	st-count.
    perform xd0-stat-line		thru	xd0-99-exit.
    move "NOT RECORDED"			to	st-item.
    move et-sex-count (3)		to	st-count.
    perform xd0-stat-line		thru	xd0-99-exit.

*	(roster)
    move "ROSTER STATUS"		to	s1-section-title.
    move h3-column-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.
    move "ROSTERED"			to	st-item.
    move et-roster-count (1)		to	st-count.
    perform xd0-stat-line		thru	xd0-99-exit.
    move "NOT ROSTERED"			to	st-item.
    move et-roster-count (2)		to	st-count.
    perform xd0-stat-line		thru	xd0-99-exit.
    move "NOT RECORDED"			to	st-item.
    move et-roster-count (3)		to	st-count.
    perform xd0-stat-line		thru	xd0-99-exit.

*	(language)
    move "LANGUAGE"			to	s1-section-title.
    move h3-column-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.
    move "ENGLISH"			to	st-item.
    move et-lang-count (1)		to	st-count.
    perform xd0-stat-line		thru	xd0-99-exit.
    move "FRENCH"			to	st-item.
    move et-lang-count (2)		to	st-count.
    perform xd0-stat-line		thru	xd0-99-exit.
    move "OTHER"			to	st-item.
    move et-lang-count (3)		to	st-count.
    perform xd0-stat-line		thru	xd0-99-exit.
    move "NOT RECORDED"			to	st-item.
    move et-lang-count (4)		to	st-count.
    perform xd0-stat-line		thru	xd0-99-exit.

*	(forward sortation area)
    move "POSTAL AREA (FSA)"		to	s1-section-title.
    move h3-column-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.
    move zero				to	ws-listed-count.
    perform cc0-next-fsa		thru	cc0-99-exit
	varying ss-top from 1 by 1
	until   ss-top > ws-list-lines
	   or   ss-top > fs-used.
    if ws-listed-count < et-patients
    then
	move "ALL OTHER AREAS"		to	st-item
	compute st-count = et-patients - ws-listed-count
	perform xd0-stat-line		thru	xd0-99-exit.
*   endif

*	(city)
    move "CITY"				to	s1-section-title.
    move h3-column-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.
    move zero				to	ws-listed-count.
    perform cd0-next-city		thru	cd0-99-exit
	varying ss-top from 1 by 1
	until   ss-top > ws-list-lines
	   or   ss-top > cy-used.
    if ws-listed-count < et-patients
    then
	move "ALL OTHER CITIES"		to	st-item
	compute st-count = et-patients - ws-listed-count
	perform xd0-stat-line		thru	xd0-99-exit.
*   endif

*	(diagnoses)
    move "TOP DIAGNOSES"		to	s1-section-title.
    move "CLAIMS"			to	h3-claims-title.
    move h3-column-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.
    move "Y"				to	st-show-claims.
    perform ce0-next-diag		thru	ce0-99-exit
	varying ss-top from 1 by 1
	until   ss-top > ws-list-lines
	   or   ss-top > dg-used.
    move "N"				to	st-show-claims.
    move zero				to	st-claims.

ca0-99-exit.
    exit.
cb0-age-line.

    if ss-age = 9
    then
	move "AGE NOT RECORDED"		to	st-item
    else
	move ab-label (ss-age)		to	st-item.
*   endif
    move et-age-count (ss-age)		to	st-count.
    perform xd0-stat-line		thru	xd0-99-exit.

cb0-99-exit.
    exit.
cc0-next-fsa.

    move zero				to	ss-best.
    move -1				to	ws-best-count.
    perform cc1-best-fsa		thru	cc1-99-exit
	varying ss-fs from 1 by 1
	until   ss-fs > fs-used.
    if ss-best = zero
    then
	go to cc0-99-exit.
*   endif

    move "Y"				to	fs-listed (ss-best).
    if fs-fsa (ss-best) = "---"
    then
	move "NO POSTAL CODE"		to	st-item
    else
	move fs-fsa (ss-best)		to	st-item.
*   endif
    move fs-count (ss-best)		to	st-count.
    add fs-count (ss-best)		to	ws-listed-count.
    perform xd0-stat-line		thru	xd0-99-exit.

cc0-99-exit.
    exit.
cc1-best-fsa.

    if   fs-listed (ss-fs) = "N"
     and fs-count (ss-fs) > ws-best-count
    then
	move ss-fs			to	ss-best
	move fs-count (ss-fs)		to	ws-best-count.
*   endif

cc1-99-exit.
    exit.
cd0-next-city.

    move zero				to	ss-best.
    move -1				to	ws-best-count.
    perform cd1-best-city		thru	cd1-99-exit
	varying ss-cy from 1 by 1
	until   ss-cy > cy-used.
    if ss-best = zero
    then
	go to cd0-99-exit.
*   endif

    move "Y"				to	cy-listed (ss-best).
    move cy-city (ss-best)		to	st-item.
    move cy-count (ss-best)		to	st-count.
    add cy-count (ss-best)		to	ws-listed-count.
    perform xd0-stat-line		thru	xd0-99-exit.

cd0-99-exit.
    exit.
cd1-best-city.

    if   cy-listed (ss-cy) = "N"
     and cy-count (ss-cy) > ws-best-count
    then
	move ss-cy			to	ss-best
	move cy-count (ss-cy)		to	ws-best-count.
*   endif

cd1-99-exit.
    exit.
ce0-next-diag.

    move zero				to	ss-best.
    move -1				to	ws-best-count.
    perform ce1-best-diag		thru	ce1-99-exit
	varying ss-dg from 1 by 1
	until   ss-dg > dg-used.
    if ss-best = zero
    then
	go to ce0-99-exit.
*   endif

    move "Y"				to	dg-listed (ss-best).
    move spaces				to	st-item.
    move dg-diag-cd (ss-best)		to	st-item.
    if dg-diag-cd (ss-best) numeric
    then
	move dg-diag-cd (ss-best)	to	diag-cd
	read diag-mstr
	    invalid key
		move "NOT ON DIAGNOSTIC MASTER"
					to	diag-desc
	end-read
	move diag-desc			to	st-item (5:30).
*   endif
    move dg-patients (ss-best)		to	st-count.
    move dg-claims (ss-best)		to	st-claims.
    perform xd0-stat-line		thru	xd0-99-exit.

ce0-99-exit.
    exit.
ce1-best-diag.

    if   dg-listed (ss-dg) = "N"
     and dg-patients (ss-dg) > ws-best-count
    then
	move ss-dg			to	ss-best
	move dg-patients (ss-dg)	to	ws-best-count.
*   endif

ce1-99-exit.
    exit.
fa0-summary.

    move "RUN SUMMARY"			to	s1-section-title.
    move spaces				to	h2-entity-head (1:38).
    move 99				to	nbr-lines-this-page.
    move spaces				to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    move "CLAIMS RECORDS READ"		to	l4-label.
    move ctr-claims-mstr-reads		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "CLAIMS WITH SERVICE IN THE PERIOD" to l4-label.
    move ctr-claims-in-period		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if level-clinic
    then
	move "CLINICS PROFILED"		to	l4-label
    else
	move "DOCTORS PROFILED"		to	l4-label.
*   endif
    move ctr-entities			to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "PATIENTS COUNTED"		to	l4-label.
    move ctr-patients			to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "CSV ROWS WRITTEN"		to	l4-label.
    move ctr-csv-rows			to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if ctr-table-overflow > zero
    then
	move "*** TABLE FULL - ENTRIES LEFT OUT"
					to	l4-label
	move ctr-table-overflow		to	l4-count
	move l4-summary-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

fa0-99-exit.
    exit.
az0-end-of-job.

    move "r104"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-patients			to	elp-count.
    move "PATIENTS PROFILED"		to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close claims-mstr.
    close pat-mstr.
    close postal-code.
    close diag-mstr.
    close doc-mstr.
    close iconst-mstr.
    close profile-rpt-file.
    close profile-csv-file.

    display "r104 - claims records read    " ctr-claims-mstr-reads.
    display "r104 - profiles printed       " ctr-entities.
    display "r104 - patients counted       " ctr-patients.
    display "r104 - csv rows written       " ctr-csv-rows.

    stop run.

az0-99-exit.
    exit.
xa5-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write profile-rpt-record		from	h1-profile-head after advancing page.
    write profile-rpt-record		from	h2-entity-head after advancing 1 line.
    move 2				to	nbr-lines-this-page.

xa5-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa5-print-hdr		thru	xa5-99-exit.
*   endif

    write profile-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xc0-start-section.

*	(section title and its column heading - print-line holds the
*	 column heading on the way in)

    move print-line			to	hold-column-head.
    move s1-section-title		to	print-line.
    move s1-section-title		to	st-section.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    if hold-column-head not = spaces
    then
	move hold-column-head		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

xc0-99-exit.
    exit.
xd0-stat-line.

*	(st-item and the counts are set on the way in, st-section by
*	 xc0; the percent is of the distinct patients)
    if et-patients = zero
    then
	move zero			to	ws-pct
    else
	compute ws-pct rounded = st-count * 100 / et-patients.
*   endif

    move st-item			to	l1-item.
    move st-count			to	l1-count.
    move ws-pct				to	l1-pct.
    if st-show-claims = "Y"
    then
	move st-claims			to	l1-claims
    else
	move spaces			to	l1-claims (1:7).
*   endif
    move l1-stat-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

*	(the csv row - level, code, name, section, item, patients,
*	 percent, claims; text quoted)
    move spaces				to	csv-line.
    move 1				to	csv-ptr.
    string csv-level			delimited by space
	   ","				delimited by size
	   et-entity			delimited by space
	   ","				delimited by size
	into csv-line with pointer csv-ptr.

    move et-name			to	csv-text.
    perform xe0-csv-text		thru	xe0-99-exit.
    move st-section			to	csv-text.
    perform xe0-csv-text		thru	xe0-99-exit.
    move st-item			to	csv-text.
    perform xe0-csv-text		thru	xe0-99-exit.

    move st-count			to	csv-number.
    perform xe1-csv-number		thru	xe1-99-exit.

    move ws-pct				to	csv-pct.
    move zero				to	csv-pct-lead.
    inspect csv-pct tallying csv-pct-lead for leading spaces.
    add 1				to	csv-pct-lead.
    string csv-pct (csv-pct-lead:)	delimited by size
	   ","				delimited by size
	into csv-line with pointer csv-ptr.

    if st-show-claims = "Y"
    then
	move st-claims			to	csv-number
	move zero			to	csv-number-lead
	inspect csv-number tallying csv-number-lead for leading spaces
	add 1				to	csv-number-lead
	string csv-number (csv-number-lead:) delimited by size
	    into csv-line with pointer csv-ptr.
*   endif

    move csv-line			to	profile-csv-rec.
    write profile-csv-rec.
    add 1				to	ctr-csv-rows.

xd0-99-exit.
    exit.
xe0-csv-text.

*	(csv-text quoted with its trailing spaces dropped, then a
*	 comma)
    move 40				to	csv-text-len.
    perform xe2-trailing-space		thru	xe2-99-exit
	until   csv-text-len = zero
	   or   csv-text (csv-text-len:1) not = space.

    if csv-text-len = zero
    then
	string '"",'			delimited by size
	    into csv-line with pointer csv-ptr
    else
	string '"'			delimited by size
	       csv-text (1:csv-text-len) delimited by size
	       '",'			delimited by size
	    into csv-line with pointer csv-ptr.
*   endif

xe0-99-exit.
    exit.
xe1-csv-number.

    move zero				to	csv-number-lead.
    inspect csv-number tallying csv-number-lead for leading spaces.
    add 1				to	csv-number-lead.
    string csv-number (csv-number-lead:) delimited by size
	   ","				delimited by size
	into csv-line with pointer csv-ptr.

xe1-99-exit.
    exit.
xe2-trailing-space.

    subtract 1				from	csv-text-len.

xe2-99-exit.
    exit.
xr0-return-work.

    return r104-work-file
	at end
	    move "Y"			to	eof-work-file.

xr0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
