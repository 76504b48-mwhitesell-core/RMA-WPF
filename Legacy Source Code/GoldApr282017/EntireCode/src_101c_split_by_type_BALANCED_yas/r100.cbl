identification division.
program-id. r100.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f002 - claims master
*			: f020 - doctor master
*			: r100_parm - quarter, band, code families
*			: r100-work-file - service lines, sorted by
*			  specialty, doctor, patient and service date
*			: rr100 - specialty peer outlier report (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : quarterly billing-pattern outlier report.
*			the service lines of the quarter (the one
*			before the run date unless the parm names
*			one) are grouped by the claim's specialty
*			(clmhdr-doc-spec-cd) and doctor, and each
*			doctor's profile is worked out -
*			  services per patient,
*			  average fee per visit (a visit is a
*			  patient seen on a service date),
*			  billing per day worked (the days the
*			  doctor has services on),
*			  the share of the services in each code
*			  family (minor, intermediate and specific
*			  assessments, consultations, premiums
*			  unless the parm defines others).
*			for every specialty with enough doctors the
*			median and the spread (the middle half, from
*			the lower to the upper quartile) of each
*			figure are printed, and every doctor whose
*			figure falls outside the band - the median
*			plus or minus the band factor times the
*			spread, and never closer than the minimum
*			percent of the median - is listed, so the
*			practice manager can go over the
*			documentation with the doctor before MOH
*			picks the doctor for review.
*			payment and adjustment details are left out;
*			the fee is the line's billed fee.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f002_claims_mstr.slr".
*
    copy "f020_doctor_mstr.slr".
*
    select r100-work-file
	assign to "r100_work_file"
	organization is sequential.
*
    select r100-parm-file
	assign to disk "$pb_data/r100_parm"
	organization is sequential
	file status is status-r100-parm.
*
    select outlier-rpt-file
	assign to printer print-file-name
	file status is status-outlier-rpt.
*
data division.
file section.
*
    copy "f002_claims_mstr.fd".
*
    copy "f020_doctor_mstr.fd".
*
sd  r100-work-file
    record contains 60 characters.

01  work-file-rec.
    05  wf-spec-cd			pic 99.
    05  wf-doc-nbr			pic x(3).
    05  wf-pat-id			pic x(17).
    05  wf-sv-date			pic 9(8).
    05  wf-oma-cd			pic x(4).
    05  wf-family			pic 99.
    05  wf-nbr-serv			pic s9(3).
    05  wf-fee				pic s9(7)v99.
    05  filler				pic x(12).

fd  r100-parm-file
    record contains 80 characters.

*	(type "Q" - the quarter to report, yyyyq; type "B" - the
*	 band factor times the spread, 9v9; type "P" - the least
*	 band as a percent of the median, 999; type "N" - the fewest
*	 doctors a specialty needs to be compared, 99; type "F" - a
*	 code family, its title and up to eight code patterns, "*"
*	 in a pattern matching any character - the first "F" record
*	 replaces the standard families)
01  r100-parm-rec.
    05  r100-parm-type			pic x.
    05  r100-parm-value			pic x(56).
    05  r100-parm-quarter redefines r100-parm-value.
	10  r100-parm-qtr-yy		pic 9(4).
	10  r100-parm-qtr-q		pic 9.
	10  filler			pic x(51).
    05  r100-parm-band redefines r100-parm-value.
	10  r100-parm-band-factor	pic 9v9.
	10  filler			pic x(54).
    05  r100-parm-pct redefines r100-parm-value.
	10  r100-parm-min-pct		pic 999.
	10  filler			pic x(53).
    05  r100-parm-peers redefines r100-parm-value.
	10  r100-parm-min-peers		pic 99.
	10  filler			pic x(54).
    05  r100-parm-family redefines r100-parm-value.
	10  r100-parm-fam-title		pic x(24).
	10  r100-parm-fam-pattern	pic x(4)	occurs 8 times.
    05  filler				pic x(23).

fd  outlier-rpt-file
    record contains 132 characters.

01  outlier-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr100".
77  status-outlier-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-r100-parm			pic xx	value zero.

77  eof-claims-mstr			pic x	value "N".
77  eof-work-file			pic x	value "N".
77  ws-parm-families			pic x	value "N".
77  ws-fam-found			pic x	value "N".
77  ws-pat-match			pic x	value "N".

77  ws-band-factor			pic 9v9		value 1.5.
77  ws-min-pct				pic 999		value 25.
77  ws-min-peers			pic 99		value 3.
77  ws-from-month			pic 9(6)	value zero.
77  ws-to-month				pic 9(6)	value zero.
77  ws-month-offset			pic 9		value zero.
77  ws-day-index			pic 9(3)	value zero.

01  ws-quarter.
    05  ws-qtr-yy			pic 9(4)	value zero.
    05  ws-qtr-q			pic 9		value zero.

01  ws-date-work			pic 9(8)	value zero.
01  ws-date-work-r redefines ws-date-work.
    05  ws-date-yy			pic 9(4).
    05  ws-date-mm			pic 99.
    05  ws-date-dd			pic 99.

*   the claim the scan is in - the header comes ahead of its
*   service lines on the "B" key

01  ws-current-claim.
    05  cur-spec-cd			pic 99.
    05  cur-doc-nbr			pic x(3).
    05  cur-claim-id			pic x(11).
    05  cur-pat-id			pic x(17).

*   the code families - the standard set unless the parm
*   defines its own

01  std-families-values.
    05  filler				pic x(40)	value
	"MINOR ASSESSMENT        A001A008        ".
    05  filler				pic x(40)	value
	"INTERMEDIATE ASSESSMENT A007            ".
    05  filler				pic x(40)	value
	"SPECIFIC ASSESSMENT     A**3A**4        ".
    05  filler				pic x(40)	value
	"CONSULTATION            A**5A**6        ".
    05  filler				pic x(40)	value
	"PREMIUM                 E***            ".
01  std-families-tbl redefines std-families-values.
    05  std-family			occurs 5 times.
	10  std-fam-title		pic x(24).
	10  std-fam-pattern		pic x(4)	occurs 4 times.

01  family-table.
    05  fam-entry			occurs 10 times.
	10  fam-title			pic x(24).
	10  fam-pattern			pic x(4)	occurs 8 times.
77  fam-used				pic 99		comp	value zero.
77  ss-fam				pic 99		comp	value zero.
77  ss-pattern				pic 9		comp	value zero.
77  ss-char				pic 9		comp	value zero.

*   the figures compared - 1 services per patient, 2 fee per
*   visit, 3 billing per day worked, then the share of each
*   code family

01  metric-titles-values.
    05  filler				pic x(24)	value
		"SERVICES PER PATIENT".
    05  filler				pic x(24)	value
		"AVERAGE FEE PER VISIT".
    05  filler				pic x(24)	value
		"BILLING PER DAY WORKED".
01  metric-titles-tbl redefines metric-titles-values.
    05  std-metric-title		pic x(24)	occurs 3 times.

01  metric-table.
    05  metric-title			pic x(24)	occurs 13 times.
77  metric-used				pic 99		comp	value zero.
77  ss-metric				pic 99		comp	value zero.

*   the doctor being totalled off the sorted work file

01  ws-doctor.
    05  wd-spec-cd			pic 99.
    05  wd-doc-nbr			pic x(3).
    05  wd-svcs				pic s9(7).
    05  wd-fee				pic s9(9)v99.
    05  wd-patients			pic 9(5).
    05  wd-visits			pic 9(6).
    05  wd-days				pic 9(3).
    05  wd-fam-svcs			pic s9(7)	occurs 10 times.
    05  wd-last-pat-id			pic x(17).
    05  wd-last-sv-date			pic 9(8).

*   the days of the quarter the doctor has services on

01  day-worked-table.
    05  day-worked			pic x		occurs 93 times.

*   one entry per specialty and doctor with services in the
*   quarter, in specialty order off the sort

01  doctor-table.
    05  doc-entry			occurs 500 times.
	10  dt-spec-cd			pic 99.
	10  dt-doc-nbr			pic x(3).
	10  dt-svcs			pic s9(7).
	10  dt-fee			pic s9(9)v99.
	10  dt-patients			pic 9(5).
	10  dt-visits			pic 9(6).
	10  dt-days			pic 9(3).
	10  dt-value			pic s9(7)v99	occurs 13 times.
77  doc-used				pic 9(4)	comp	value zero.
77  ss-doc				pic 9(4)	comp	value zero.

*   the specialty being compared - its first and last doctor,
*   and the median, quartiles and band of each figure

01  ws-specialty.
    05  sp-spec-cd			pic 99.
    05  sp-first			pic 9(4)	comp.
    05  sp-last				pic 9(4)	comp.
    05  sp-docs				pic 9(4)	comp.
    05  sp-metric			occurs 13 times.
	10  sp-median			pic s9(7)v99.
	10  sp-q1			pic s9(7)v99.
	10  sp-q3			pic s9(7)v99.
	10  sp-band-low			pic s9(7)v99.
	10  sp-band-high		pic s9(7)v99.

*   the specialty's values of one figure, put in order to find
*   the median and quartiles

01  sort-values-table.
    05  sv-value			pic s9(7)v99	occurs 500 times.
77  ss-sv				pic 9(4)	comp	value zero.
77  ss-sv-prev				pic 9(4)	comp	value zero.
77  ws-q1-pos				pic 9(4)	comp	value zero.
77  ws-q3-pos				pic 9(4)	comp	value zero.
77  ws-mid-pos				pic 9(4)	comp	value zero.
77  ws-hold-value			pic s9(7)v99	value zero.
77  ws-band-width			pic s9(7)v99	value zero.
77  ws-band-least			pic s9(7)v99	value zero.
77  ws-deviation			pic s9(5)v9	value zero.

01  counters.
    05  ctr-claims-mstr-reads		pic 9(9)	value zero.
    05  ctr-lines-in-quarter		pic 9(7)	value zero.
    05  ctr-doctors			pic 9(5)	value zero.
    05  ctr-specialties			pic 9(5)	value zero.
    05  ctr-outliers			pic 9(7)	value zero.
    05  ctr-doc-overflow		pic 9(7)	value zero.

    copy "f002_claims_mstr_rec1_2.ws".

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.
01  s1-section-title			pic x(60)	value spaces.
01  hold-column-head			pic x(132)	value spaces.

01  h1-outlier-head.
    05  filler				pic x(6)	value "r100".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(52)	value
		"BILLING-PATTERN OUTLIERS AGAINST SPECIALTY PEERS".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-quarter-head.
    05  filler				pic x(21)	value
		"SERVICES RENDERED IN ".
    05  h2-qtr-yy			pic 9(4).
    05  filler				pic x(2)	value " Q".
    05  h2-qtr-q			pic 9.
    05  filler				pic x(17)	value
		"     BAND FACTOR ".
    05  h2-band-factor			pic 9.9.
    05  filler				pic x(22)	value
		" X SPREAD, LEAST BAND ".
    05  h2-min-pct			pic zz9.
    05  filler				pic x(28)	value
		"% OF MEDIAN, PEERS AT LEAST ".
    05  h2-min-peers			pic z9.

01  h3-profile-head.
    05  filler				pic x(8)	value "SPEC DOC".
    05  filler				pic x(22)	value "  DOCTOR".
    05  filler				pic x(9)	value
		" SERVICES".
    05  filler				pic x(8)	value
		"PATIENTS".
    05  filler				pic x(8)	value
		"  VISITS".
    05  filler				pic x(5)	value
		" DAYS".
    05  filler				pic x(16)	value
		"         BILLED".
    05  filler				pic x(10)	value
		" SVC/PAT".
    05  filler				pic x(13)	value
		"    FEE/VISIT".
    05  filler				pic x(13)	value
		"      FEE/DAY".

01  h4-norm-head.
    05  filler				pic x(6)	value "SPEC".
    05  filler				pic x(26)	value "FIGURE".
    05  filler				pic x(6)	value
		"  DOCS".
    05  filler				pic x(14)	value
		"      MEDIAN".
    05  filler				pic x(14)	value
		"   LOWER QRT".
    05  filler				pic x(14)	value
		"   UPPER QRT".
    05  filler				pic x(14)	value
		"    BAND LOW".
    05  filler				pic x(14)	value
		"   BAND HIGH".

01  h5-flag-head.
    05  filler				pic x(8)	value "SPEC DOC".
    05  filler				pic x(22)	value "  DOCTOR".
    05  filler				pic x(26)	value "FIGURE".
    05  filler				pic x(14)	value
		"      DOCTOR".
    05  filler				pic x(14)	value
		"      MEDIAN".
    05  filler				pic x(14)	value
		"    BAND LOW".
    05  filler				pic x(14)	value
		"   BAND HIGH".
    05  filler				pic x(14)	value
		"  VS MEDIAN %".

01  l1-profile-line.
    05  filler				pic x		value spaces.
    05  l1-spec-cd			pic 99.
    05  filler				pic x(2)	value spaces.
    05  l1-doc-nbr			pic x(3).
    05  filler				pic x(2)	value spaces.
    05  l1-doc-name			pic x(20).
    05  l1-svcs				pic z,zzz,zz9.
    05  l1-patients			pic zzz,zz9.
    05  filler				pic x		value spaces.
    05  l1-visits			pic zzz,zz9.
    05  filler				pic x		value spaces.
    05  l1-days				pic zzz9.
    05  filler				pic x		value spaces.
    05  l1-fee				pic zzz,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l1-svc-per-pat			pic z,zz9.99.
    05  filler				pic x		value spaces.
    05  l1-fee-per-visit		pic z,zzz,zz9.99-.
    05  l1-fee-per-day			pic z,zzz,zz9.99-.

01  l2-norm-line.
    05  filler				pic x		value spaces.
    05  l2-spec-cd			pic 99.
    05  filler				pic x(3)	value spaces.
    05  l2-metric-title			pic x(24).
    05  filler				pic x(2)	value spaces.
    05  l2-docs				pic zzz9.
    05  filler				pic x(2)	value spaces.
    05  l2-median			pic z,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l2-q1				pic z,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l2-q3				pic z,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l2-band-low			pic z,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l2-band-high			pic z,zzz,zz9.99-.

01  l3-flag-line.
    05  filler				pic x		value spaces.
    05  l3-spec-cd			pic 99.
    05  filler				pic x(2)	value spaces.
    05  l3-doc-nbr			pic x(3).
    05  filler				pic x(2)	value spaces.
    05  l3-doc-name			pic x(20).
    05  filler				pic x(2)	value spaces.
    05  l3-metric-title			pic x(24).
    05  filler				pic x(2)	value spaces.
    05  l3-value			pic z,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l3-median			pic z,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l3-band-low			pic z,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l3-band-high			pic z,zzz,zz9.99-.
    05  filler				pic x(2)	value spaces.
    05  l3-deviation			pic zzzz9.9-.
    05  filler				pic x		value spaces.
    05  l3-high-low			pic x(4).

01  l4-overflow-line.
    05  filler				pic x(40)	value
		"*** TABLE FULL - DOCTORS NOT COMPARED: ".
    05  l4-overflow			pic zzz,zz9.

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

    sort r100-work-file
	on ascending key
			wf-spec-cd
			wf-doc-nbr
			wf-pat-id
			wf-sv-date
	input procedure is ab0-gather-service-lines	thru ab0-99-exit
	output procedure is ba0-total-doctors		thru ba0-99-exit.

    perform ca0-profile-section		thru ca0-99-exit.
    perform da0-norm-section		thru da0-99-exit.

    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

*	(the quarter before the run date unless the parm names one)
    move sys-yy				to	ws-qtr-yy.
    compute ws-qtr-q = (sys-mm + 2) / 3.
    if ws-qtr-q = 1
    then
	move 4				to	ws-qtr-q
	subtract 1			from	ws-qtr-yy
    else
	subtract 1			from	ws-qtr-q.
*   endif

    move zero				to	fam-used.
    perform ap0-read-parm		thru	ap0-99-exit.

    if ws-parm-families not = "Y"
    then
	perform ap5-load-std-family	thru	ap5-99-exit
	    varying ss-fam from 1 by 1
	    until   ss-fam > 5.
*   endif

*	(the three figures, then one per family)
    perform ap7-load-metric-title	thru	ap7-99-exit
	varying ss-metric from 1 by 1
	until   ss-metric > 3.
    compute metric-used = 3 + fam-used.
    perform ap8-load-family-title	thru	ap8-99-exit
	varying ss-fam from 1 by 1
	until   ss-fam > fam-used.

    compute ws-from-month = (ws-qtr-yy * 100) + (ws-qtr-q * 3) - 2.
    compute ws-to-month   = (ws-qtr-yy * 100) + (ws-qtr-q * 3).

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move ws-qtr-yy			to	h2-qtr-yy.
    move ws-qtr-q			to	h2-qtr-q.
    move ws-band-factor			to	h2-band-factor.
    move ws-min-pct			to	h2-min-pct.
    move ws-min-peers			to	h2-min-peers.

    open input claims-mstr.
    open input doc-mstr.
    open output outlier-rpt-file.

    move "r100"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ap0-read-parm.

*	(a "Q" record names the quarter, "B", "P" and "N" set the
*	 band, and each "F" record is a code family)

    open input r100-parm-file.
    if status-r100-parm not = "00"
    then
	go to ap0-99-exit.
*   endif

ap0-10-parm-loop.

    read r100-parm-file
	at end
	    close r100-parm-file
	    go to ap0-99-exit.

    if   r100-parm-type = "Q"
     and r100-parm-qtr-yy numeric
     and r100-parm-qtr-q numeric
     and r100-parm-qtr-q > zero
     and r100-parm-qtr-q < 5
    then
	move r100-parm-qtr-yy		to	ws-qtr-yy
	move r100-parm-qtr-q		to	ws-qtr-q.
*   endif

    if   r100-parm-type = "B"
     and r100-parm-band-factor numeric
    then
	move r100-parm-band-factor	to	ws-band-factor.
*   endif

    if   r100-parm-type = "P"
     and r100-parm-min-pct numeric
    then
	move r100-parm-min-pct		to	ws-min-pct.
*   endif

    if   r100-parm-type = "N"
     and r100-parm-min-peers numeric
     and r100-parm-min-peers > 1
    then
	move r100-parm-min-peers	to	ws-min-peers.
*   endif

    if   r100-parm-type = "F"
     and r100-parm-fam-title not = spaces
     and fam-used < 10
    then
	move "Y"			to	ws-parm-families
	add 1				to	fam-used
	move r100-parm-fam-title	to	fam-title (fam-used)
	perform ap1-take-pattern	thru	ap1-99-exit
	    varying ss-pattern from 1 by 1
	    until   ss-pattern > 8.
*   endif

    go to ap0-10-parm-loop.

ap0-99-exit.
    exit.
ap1-take-pattern.

    move r100-parm-fam-pattern (ss-pattern)
				to	fam-pattern (fam-used, ss-pattern).

ap1-99-exit.
    exit.
ap5-load-std-family.

    add 1				to	fam-used.
    move std-fam-title (ss-fam)		to	fam-title (fam-used).
    move spaces				to	fam-pattern (fam-used, 5)
						fam-pattern (fam-used, 6)
						fam-pattern (fam-used, 7)
						fam-pattern (fam-used, 8).
    move std-fam-pattern (ss-fam, 1)	to	fam-pattern (fam-used, 1).
    move std-fam-pattern (ss-fam, 2)	to	fam-pattern (fam-used, 2).
    move std-fam-pattern (ss-fam, 3)	to	fam-pattern (fam-used, 3).
    move std-fam-pattern (ss-fam, 4)	to	fam-pattern (fam-used, 4).

ap5-99-exit.
    exit.
ap7-load-metric-title.

    move std-metric-title (ss-metric)	to	metric-title (ss-metric).

ap7-99-exit.
    exit.
ap8-load-family-title.

    move spaces				to	metric-title (ss-fam + 3).
    string "% "				delimited by size
	   fam-title (ss-fam)		delimited by "  "
	into metric-title (ss-fam + 3).

ap8-99-exit.
    exit.
ab0-gather-service-lines.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr.

    move spaces				to	ws-current-claim.

    perform ac0-read-claims		thru	ac0-99-exit
	until eof-claims-mstr = "Y".

ab0-99-exit.
    exit.
ac0-read-claims.

    read claims-mstr next
	at end
	    move "Y"			to	eof-claims-mstr
	    go to ac0-99-exit.

    if key-clm-key-type not = "B"
    then
	move "Y"			to	eof-claims-mstr
	go to ac0-99-exit.
*   endif

    add 1				to	ctr-claims-mstr-reads.

*	(a header - hold it for the lines that follow)
    if   key-clm-oma-cd = zeros
      or key-clm-oma-cd = spaces
    then
	perform ad0-hold-header		thru	ad0-99-exit
	go to ac0-99-exit.
*   endif

    if key-clm-data (1:11) not = cur-claim-id
    then
	go to ac0-99-exit.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.

*	(payment/adjustment details are not services)
    if   k-clmdtl-b-oma-cd = "PAID"
      or k-clmdtl-b-oma-cd = "ADJU"
      or k-clmdtl-b-adj-nbr not = zero
    then
	go to ac0-99-exit.
*   endif

    if   clmdtl-sv-date (1:6) < ws-from-month
      or clmdtl-sv-date (1:6) > ws-to-month
    then
	go to ac0-99-exit.
*   endif

    add 1				to	ctr-lines-in-quarter.

    move spaces				to	work-file-rec.
    move cur-spec-cd			to	wf-spec-cd.
    move cur-doc-nbr			to	wf-doc-nbr.
    move cur-pat-id			to	wf-pat-id.
    move clmdtl-sv-date			to	wf-sv-date.
    move clmdtl-oma-cd			to	wf-oma-cd.
    move clmdtl-nbr-serv		to	wf-nbr-serv.
    move clmdtl-fee-oma			to	wf-fee.

    perform ae0-find-family		thru	ae0-99-exit.

    release work-file-rec.

ac0-99-exit.
    exit.
ad0-hold-header.

    move claims-mstr-rec		to	claim-header-rec.

    move clmhdr-doc-spec-cd		to	cur-spec-cd.
    move clmhdr-batch-nbr-3-6 (2:3)	to	cur-doc-nbr.
    move clmhdr-claim-id		to	cur-claim-id.
    move clmhdr-pat-id			to	cur-pat-id.

ad0-99-exit.
    exit.
ae0-find-family.

*	(the first family with a pattern the code matches)
    move zero				to	wf-family.
    move "N"				to	ws-fam-found.
    perform af0-match-family		thru	af0-99-exit
	varying ss-fam from 1 by 1
	until   ss-fam > fam-used
	     or ws-fam-found = "Y".

ae0-99-exit.
    exit.
af0-match-family.

    perform ag0-match-pattern		thru	ag0-99-exit
	varying ss-pattern from 1 by 1
	until   ss-pattern > 8
	     or ws-fam-found = "Y".

    if ws-fam-found = "Y"
    then
	move ss-fam			to	wf-family.
*   endif

af0-99-exit.
    exit.
ag0-match-pattern.

    if fam-pattern (ss-fam, ss-pattern) = spaces
    then
	go to ag0-99-exit.
*   endif

    move "Y"				to	ws-pat-match.
    perform ah0-match-char		thru	ah0-99-exit
	varying ss-char from 1 by 1
	until   ss-char > 4
	     or ws-pat-match = "N".

    if ws-pat-match = "Y"
    then
	move "Y"			to	ws-fam-found.
*   endif

ag0-99-exit.
    exit.
ah0-match-char.

    if   fam-pattern (ss-fam, ss-pattern) (ss-char:1) not = "*"
     and fam-pattern (ss-fam, ss-pattern) (ss-char:1)
			not = wf-oma-cd (ss-char:1)
    then
	move "N"			to	ws-pat-match.
*   endif

ah0-99-exit.
    exit.
ba0-total-doctors.

    move spaces				to	ws-doctor.

    perform bb0-return-line		thru	bb0-99-exit
	until eof-work-file = "Y".

    if wd-doc-nbr not = spaces
    then
	perform bd0-close-doctor	thru	bd0-99-exit.
*   endif

ba0-99-exit.
    exit.
bb0-return-line.

    return r100-work-file
	at end
	    move "Y"			to	eof-work-file
	    go to bb0-99-exit.

    if   wf-spec-cd not = wd-spec-cd
      or wf-doc-nbr not = wd-doc-nbr
    then
	perform bc0-doctor-break	thru	bc0-99-exit.
*   endif

    add wf-nbr-serv			to	wd-svcs.
    add wf-fee				to	wd-fee.

    if wf-family > zero
    then
	add wf-nbr-serv			to	wd-fam-svcs (wf-family).
*   endif

*	(a new patient, and a new visit - the patient on a date)
    if wf-pat-id not = wd-last-pat-id
    then
	add 1				to	wd-patients
					wd-visits
	move wf-pat-id			to	wd-last-pat-id
	move wf-sv-date			to	wd-last-sv-date
    else
	if wf-sv-date not = wd-last-sv-date
	then
	    add 1			to	wd-visits
	    move wf-sv-date		to	wd-last-sv-date.
*	endif
*   endif

*	(the day of the quarter - 31 slots to the month)
    move wf-sv-date			to	ws-date-work.
    compute ws-month-offset = ws-date-mm - ((ws-qtr-q * 3) - 2).
    compute ws-day-index = (ws-month-offset * 31) + ws-date-dd.
    if   ws-day-index > zero
     and ws-day-index < 94
     and day-worked (ws-day-index) not = "Y"
    then
	move "Y"			to	day-worked (ws-day-index)
	add 1				to	wd-days.
*   endif

bb0-99-exit.
    exit.
bc0-doctor-break.

    if wd-doc-nbr not = spaces
    then
	perform bd0-close-doctor	thru	bd0-99-exit.
*   endif

    move wf-spec-cd			to	wd-spec-cd.
    move wf-doc-nbr			to	wd-doc-nbr.
    move zero				to	wd-svcs
						wd-fee
						wd-patients
						wd-visits
						wd-days.
    perform bc1-clear-family		thru	bc1-99-exit
	varying ss-fam from 1 by 1
	until   ss-fam > 10.
    move spaces				to	wd-last-pat-id
						day-worked-table.
    move zero				to	wd-last-sv-date.

bc0-99-exit.
    exit.
bc1-clear-family.

    move zero				to	wd-fam-svcs (ss-fam).

bc1-99-exit.
    exit.
bd0-close-doctor.

    add 1				to	ctr-doctors.

    if doc-used not < 500
    then
	add 1				to	ctr-doc-overflow
	go to bd0-99-exit.
*   endif

    add 1				to	doc-used.
    move doc-used			to	ss-doc.
    move wd-spec-cd			to	dt-spec-cd (ss-doc).
    move wd-doc-nbr			to	dt-doc-nbr (ss-doc).
    move wd-svcs			to	dt-svcs (ss-doc).
    move wd-fee				to	dt-fee (ss-doc).
    move wd-patients			to	dt-patients (ss-doc).
    move wd-visits			to	dt-visits (ss-doc).
    move wd-days			to	dt-days (ss-doc).

    move zero				to	dt-value (ss-doc, 1)
						dt-value (ss-doc, 2)
						dt-value (ss-doc, 3).
    if wd-patients > zero
    then
	compute dt-value (ss-doc, 1) rounded =
	    wd-svcs / wd-patients.
*   endif
    if wd-visits > zero
    then
	compute dt-value (ss-doc, 2) rounded =
	    wd-fee / wd-visits.
*   endif
    if wd-days > zero
    then
	compute dt-value (ss-doc, 3) rounded =
	    wd-fee / wd-days.
*   endif

    perform be0-family-share		thru	be0-99-exit
	varying ss-fam from 1 by 1
	until   ss-fam > fam-used.

bd0-99-exit.
    exit.
be0-family-share.

    move zero				to	dt-value (ss-doc, ss-fam + 3).
    if wd-svcs not = zero
    then
	compute dt-value (ss-doc, ss-fam + 3) rounded =
	    wd-fam-svcs (ss-fam) * 100 / wd-svcs.
*   endif

be0-99-exit.
    exit.
ca0-profile-section.

    move "DOCTOR PROFILES BY SPECIALTY"	to	s1-section-title.
    move h3-profile-head		to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    perform cb0-profile-line		thru	cb0-99-exit
	varying ss-doc from 1 by 1
	until   ss-doc > doc-used.

    if ctr-doc-overflow > zero
    then
	move ctr-doc-overflow		to	l4-overflow
	move l4-overflow-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

ca0-99-exit.
    exit.
cb0-profile-line.

    move spaces				to	l1-profile-line.
    move dt-spec-cd (ss-doc)		to	l1-spec-cd.
    move dt-doc-nbr (ss-doc)		to	l1-doc-nbr.
    perform xd0-doctor-name		thru	xd0-99-exit.
    move doc-name			to	l1-doc-name.
    move dt-svcs (ss-doc)		to	l1-svcs.
    move dt-patients (ss-doc)		to	l1-patients.
    move dt-visits (ss-doc)		to	l1-visits.
    move dt-days (ss-doc)		to	l1-days.
    move dt-fee (ss-doc)		to	l1-fee.
    move dt-value (ss-doc, 1)		to	l1-svc-per-pat.
    move dt-value (ss-doc, 2)		to	l1-fee-per-visit.
    move dt-value (ss-doc, 3)		to	l1-fee-per-day.

    if   ss-doc > 1
     and dt-spec-cd (ss-doc) not = dt-spec-cd (ss-doc - 1)
    then
	move 2				to	nbr-lines-to-adv.
*   endif

    move l1-profile-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

cb0-99-exit.
    exit.
da0-norm-section.

*	(the norms of each specialty, then its doctors outside the
*	 band - one specialty at a time off the doctor table)
    move 1				to	ss-doc.

da0-10-specialty.

    if ss-doc > doc-used
    then
	go to da0-99-exit.
*   endif

    move dt-spec-cd (ss-doc)		to	sp-spec-cd.
    move ss-doc				to	sp-first.

da0-20-find-last.

    add 1				to	ss-doc.
    if   ss-doc not > doc-used
     and dt-spec-cd (ss-doc) = sp-spec-cd
    then
	go to da0-20-find-last.
*   endif

    compute sp-last = ss-doc - 1.
    compute sp-docs = sp-last - sp-first + 1.
    add 1				to	ctr-specialties.

    perform db0-specialty		thru	db0-99-exit.

    compute ss-doc = sp-last + 1.
    go to da0-10-specialty.

da0-99-exit.
    exit.
db0-specialty.

    move "SPECIALTY NORMS"		to	s1-section-title.
    move h4-norm-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    if sp-docs < ws-min-peers
    then
	move spaces			to	l2-norm-line
	move sp-spec-cd			to	l2-spec-cd
	move "TOO FEW DOCTORS TO COMPARE"
					to	l2-metric-title
	move sp-docs			to	l2-docs
	move l2-norm-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit
	go to db0-99-exit.
*   endif

    perform dc0-metric-norm		thru	dc0-99-exit
	varying ss-metric from 1 by 1
	until   ss-metric > metric-used.

    move "DOCTORS OUTSIDE THE BAND"	to	s1-section-title.
    move h5-flag-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    perform df0-check-doctor		thru	df0-99-exit
	varying ss-doc from sp-first by 1
	until   ss-doc > sp-last.

db0-99-exit.
    exit.
dc0-metric-norm.

*	(the specialty's values of the figure, in order)
    move zero				to	ss-sv.
    perform dd0-take-value		thru	dd0-99-exit
	varying ss-doc from sp-first by 1
	until   ss-doc > sp-last.

    perform de0-insert-value		thru	de0-99-exit
	varying ss-sv from 2 by 1
	until   ss-sv > sp-docs.

*	(the median is the middle value, or the mean of the middle
*	 two; the quartiles are the values a quarter and three
*	 quarters of the way up)
    compute ws-mid-pos = (sp-docs + 1) / 2.
    if sp-docs = (ws-mid-pos * 2)
    then
	compute sp-median (ss-metric) rounded =
	    (sv-value (ws-mid-pos) + sv-value (ws-mid-pos + 1)) / 2
    else
	move sv-value (ws-mid-pos)	to	sp-median (ss-metric).
*   endif

    compute ws-q1-pos = ((sp-docs * 25) + 99) / 100.
    compute ws-q3-pos = ((sp-docs * 75) + 99) / 100.
    move sv-value (ws-q1-pos)		to	sp-q1 (ss-metric).
    move sv-value (ws-q3-pos)		to	sp-q3 (ss-metric).

*	(the band - the factor times the spread either side of the
*	 median, never narrower than the least percent of it)
    compute ws-band-width rounded =
	(sp-q3 (ss-metric) - sp-q1 (ss-metric)) * ws-band-factor.
    compute ws-band-least rounded =
	sp-median (ss-metric) * ws-min-pct / 100.
    if ws-band-least < zero
    then
	compute ws-band-least = zero - ws-band-least.
*   endif
    if ws-band-width < ws-band-least
    then
	move ws-band-least		to	ws-band-width.
*   endif

    compute sp-band-low (ss-metric)  =
	sp-median (ss-metric) - ws-band-width.
    compute sp-band-high (ss-metric) =
	sp-median (ss-metric) + ws-band-width.
    if sp-band-low (ss-metric) < zero
    then
	move zero			to	sp-band-low (ss-metric).
*   endif

    move spaces				to	l2-norm-line.
    move sp-spec-cd			to	l2-spec-cd.
    move metric-title (ss-metric)	to	l2-metric-title.
    move sp-docs			to	l2-docs.
    move sp-median (ss-metric)		to	l2-median.
    move sp-q1 (ss-metric)		to	l2-q1.
    move sp-q3 (ss-metric)		to	l2-q3.
    move sp-band-low (ss-metric)	to	l2-band-low.
    move sp-band-high (ss-metric)	to	l2-band-high.
    move l2-norm-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

dc0-99-exit.
    exit.
dd0-take-value.

    add 1				to	ss-sv.
    move dt-value (ss-doc, ss-metric)	to	sv-value (ss-sv).

dd0-99-exit.
    exit.
de0-insert-value.

*	(each value slides down past the larger ones ahead of it)
    move sv-value (ss-sv)		to	ws-hold-value.
    move ss-sv				to	ss-sv-prev.

de0-10-slide.

    if ss-sv-prev = 1
    then
	go to de0-50-place.
*   endif

    if sv-value (ss-sv-prev - 1) not > ws-hold-value
    then
	go to de0-50-place.
*   endif

    move sv-value (ss-sv-prev - 1)	to	sv-value (ss-sv-prev).
    subtract 1				from	ss-sv-prev.
    go to de0-10-slide.

de0-50-place.

    move ws-hold-value			to	sv-value (ss-sv-prev).

de0-99-exit.
    exit.
df0-check-doctor.

    perform dg0-check-metric		thru	dg0-99-exit
	varying ss-metric from 1 by 1
	until   ss-metric > metric-used.

df0-99-exit.
    exit.
dg0-check-metric.

    if   dt-value (ss-doc, ss-metric) not < sp-band-low (ss-metric)
     and dt-value (ss-doc, ss-metric) not > sp-band-high (ss-metric)
    then
	go to dg0-99-exit.
*   endif

    add 1				to	ctr-outliers.

    move spaces				to	l3-flag-line.
    move dt-spec-cd (ss-doc)		to	l3-spec-cd.
    move dt-doc-nbr (ss-doc)		to	l3-doc-nbr.
    perform xd0-doctor-name		thru	xd0-99-exit.
    move doc-name			to	l3-doc-name.
    move metric-title (ss-metric)	to	l3-metric-title.
    move dt-value (ss-doc, ss-metric)	to	l3-value.
    move sp-median (ss-metric)		to	l3-median.
    move sp-band-low (ss-metric)	to	l3-band-low.
    move sp-band-high (ss-metric)	to	l3-band-high.

    move zero				to	ws-deviation.
    if sp-median (ss-metric) not = zero
    then
	compute ws-deviation rounded =
	    (dt-value (ss-doc, ss-metric) - sp-median (ss-metric))
		* 100 / sp-median (ss-metric)
	    on size error
		move 99999.9		to	ws-deviation.
*   endif
    move ws-deviation			to	l3-deviation.

    if dt-value (ss-doc, ss-metric) > sp-band-high (ss-metric)
    then
	move "HIGH"			to	l3-high-low
    else
	move "LOW"			to	l3-high-low.
*   endif

    move l3-flag-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

dg0-99-exit.
    exit.
az0-end-of-job.

    move "r100"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-outliers			to	elp-count.
    move "SPECIALTY PEER OUTLIERS LISTED"
					to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close claims-mstr.
    close doc-mstr.
    close outlier-rpt-file.

    display "r100 - claims records read    " ctr-claims-mstr-reads.
    display "r100 - service lines in qtr   " ctr-lines-in-quarter.
    display "r100 - doctors profiled       " ctr-doctors.
    display "r100 - specialties            " ctr-specialties.
    display "r100 - outlier figures listed " ctr-outliers.

    stop run.

az0-99-exit.
    exit.
xa5-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write outlier-rpt-record		from	h1-outlier-head after advancing page.
    write outlier-rpt-record		from	h2-quarter-head after advancing 1 line.
    move 2				to	nbr-lines-this-page.

xa5-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa5-print-hdr		thru	xa5-99-exit.
*   endif

    write outlier-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
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
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move hold-column-head		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

xc0-99-exit.
    exit.
xd0-doctor-name.

    move dt-doc-nbr (ss-doc)		to	doc-nbr.
    read doc-mstr
	invalid key
	    move "NOT ON DOCTOR MASTER"	to	doc-name.

xd0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
