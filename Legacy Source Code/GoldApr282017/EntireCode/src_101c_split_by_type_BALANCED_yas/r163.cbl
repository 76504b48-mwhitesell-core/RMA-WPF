identification division.
program-id. r163.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f002 - claims master
*			: f040 - oma fee master (code descriptions)
*			: f149/f148 - facility cross-reference and
*			  moh facility master (via facchk)
*			: r163_parm - period, facilities
*			: r163-work-file - component lines, sorted by
*			  patient, code and service date
*			: rr163 - technical / professional component
*			  revenue (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : technical versus professional component
*			revenue for the licensed facilities.  every
*			claim with service in the period (the last
*			calendar year unless the parm keys one) is
*			put under the MOH facility behind its
*			location (facchk - the f149 link on the
*			location, else on its hospital code) and each
*			service line split into its components:
*			  - tech/prof suffix (clmdtl-tech-prof-suff,
*			    else the code suffix) "B" - technical
*			    only, "C" - professional only;
*			  - any other line carrying a technical
*			    amount (clmdtl-amt-tech-billed) holds
*			    both - that amount technical, the rest
*			    professional;
*			  - lines with neither are not component
*			    billing and are left out.
*			billed is the OHIP fee on OHIP claims, the
*			OMA fee otherwise (as d004 shows it).  the
*			claim keeps its payments only in total - the
*			header's technical paid (clmhdr-amt-tech-
*			paid) is shared over its technical lines and
*			the rest of its payments over its
*			professional lines, each by billed amount.
*			  each facility is listed by location and fee
*			  code with technical and professional
*			  services, billed and paid; then every
*			  technical component with no professional
*			  component billed for the same patient,
*			  code and service date (on any claim), or
*			  the reverse; then the year's totals by fee
*			  code as the facility's annual licensing
*			  return sets them out.
*			parm type "D" - from yyyymmdd to yyyymmdd;
*			"F" - a facility number to report, up to 20,
*			all facilities with component billing when
*			none is keyed.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f002_claims_mstr.slr".
*
    copy "f040_oma_fee_mstr.slr".
*
    select r163-parm-file
	assign to disk "$pb_data/r163_parm"
	organization is sequential
	file status is status-r163-parm.
*
    select r163-work-file
	assign to disk "$pb_data/r163_work".
*
    select comp-rpt-file
	assign to printer print-file-name
	file status is status-comp-rpt.
*
data division.
file section.
*
    copy "f002_claims_mstr.fd".
*
    copy "f040_oma_fee_mstr.fd".
*
fd  r163-parm-file
    record contains 80 characters.

01  r163-parm-rec.
    05  r163-parm-type			pic x.
    05  r163-parm-value			pic x(79).
01  r163-parm-period-rec redefines r163-parm-rec.
    05  filler				pic x.
    05  r163-parm-from-date		pic 9(8).
    05  filler				pic x.
    05  r163-parm-to-date		pic 9(8).
    05  filler				pic x(62).
01  r163-parm-facility-rec redefines r163-parm-rec.
    05  filler				pic x.
    05  r163-parm-fac-nbr		pic x(4).
    05  filler				pic x(75).

sd  r163-work-file
    record contains 100 characters.

*	(one record for each technical-only or professional-only
*	 line in the period, whatever its facility - wf-reported "Y"
*	 where the line is on a facility being reported)
01  work-file-rec.
    05  wf-patient			pic x(16).
    05  wf-oma-cd			pic x(4).
    05  wf-sv-date			pic 9(8).
    05  wf-comp				pic x.
    05  wf-reported			pic x.
    05  wf-fac-nbr			pic x(4).
    05  wf-loc				pic x(4).
    05  wf-claim-id			pic x(11).
    05  wf-pat-name			pic x(25).
    05  wf-billed			pic s9(7)v99.
    05  filler				pic x(17).

fd  comp-rpt-file
    record contains 132 characters.

01  comp-rpt-record			pic x(132).

working-storage section.

77  print-file-name			pic x(5)
		value "rr163".
77  status-comp-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-oma-mstr		pic xx	value zero.
77  status-r163-parm			pic xx	value zero.

77  eof-claims-mstr			pic x	value "N".
77  eof-work-file			pic x	value "N".

77  ws-from-date			pic 9(8)	value zero.
77  ws-to-date				pic 9(8)	value zero.
77  ws-comp				pic x	value space.
77  ws-billed				pic s9(7)v99	value zero.
77  ws-paid				pic s9(7)v99	value zero.

*   the facilities keyed on the parm

01  fac-select-table.
    05  fs-fac-nbr			pic x(4)	occurs 20 times.
77  fs-used				pic 99	comp	value zero.
77  ss-fs				pic 99	comp	value zero.

*   the claim the scan is in - the header comes ahead of its
*   service lines on the "B" key

01  ws-current-claim.
    05  cur-claim-id			pic x(11).
    05  cur-patient			pic x(16).
    05  cur-pat-name			pic x(25).
    05  cur-loc				pic x(4).
    05  cur-fac-nbr			pic x(4).
    05  cur-fac-name			pic x(40).
    05  cur-reported			pic x.
    05  cur-tech-paid			pic s9(7)v99.
    05  cur-prof-paid			pic s9(7)v99.
    05  cur-tech-billed			pic s9(7)v99.
    05  cur-prof-billed			pic s9(7)v99.

*   the claim's service lines - comp "T" technical only, "P"
*   professional only, "2" both, "O" other (held only for the
*   share of the professional payments)

01  line-table.
    05  ln-entry			occurs 99 times.
	10  ln-comp			pic x.
	10  ln-in-period		pic x.
	10  ln-oma-cd			pic x(4).
	10  ln-sv-date			pic 9(8).
	10  ln-nbr-serv			pic s9(3).
	10  ln-tech-billed		pic s9(7)v99.
	10  ln-prof-billed		pic s9(7)v99.
77  ln-used				pic 9(3)	comp	value zero.
77  ss-ln				pic 9(3)	comp	value zero.

*   the reported facilities' totals by location and fee code, kept
*   in facility, location, code order as they are added

01  total-table.
    05  tot-entry			occurs 3000 times.
	10  tt-key.
	    15  tt-fac-nbr		pic x(4).
	    15  tt-loc			pic x(4).
	    15  tt-oma-cd		pic x(4).
	10  tt-fac-name			pic x(40).
	10  tt-tech-svcs		pic s9(7).
	10  tt-tech-billed		pic s9(9)v99.
	10  tt-tech-paid		pic s9(9)v99.
	10  tt-prof-svcs		pic s9(7).
	10  tt-prof-billed		pic s9(9)v99.
	10  tt-prof-paid		pic s9(9)v99.
77  tot-used				pic 9(4)	comp	value zero.
77  ss-tot				pic 9(4)	comp	value zero.
77  ss-shift				pic 9(4)	comp	value zero.
01  ws-tot-key.
    05  wtk-fac-nbr			pic x(4).
    05  wtk-loc				pic x(4).
    05  wtk-oma-cd			pic x(4).

*   one facility's totals by fee code for its licensing return

01  return-table.
    05  ret-entry			occurs 1000 times.
	10  rt-oma-cd			pic x(4).
	10  rt-tech-svcs		pic s9(7).
	10  rt-tech-billed		pic s9(9)v99.
	10  rt-tech-paid		pic s9(9)v99.
	10  rt-prof-svcs		pic s9(7).
	10  rt-prof-billed		pic s9(9)v99.
	10  rt-prof-paid		pic s9(9)v99.
77  ret-used				pic 9(4)	comp	value zero.
77  ss-ret				pic 9(4)	comp	value zero.

*   component lines with no partner, for listing under their
*   facility

01  exception-table.
    05  exc-entry			occurs 2000 times.
	10  ex-fac-nbr			pic x(4).
	10  ex-loc			pic x(4).
	10  ex-claim-id			pic x(11).
	10  ex-pat-name			pic x(25).
	10  ex-oma-cd			pic x(4).
	10  ex-sv-date			pic 9(8).
	10  ex-comp			pic x.
	10  ex-billed			pic s9(7)v99.
77  exc-used				pic 9(4)	comp	value zero.
77  ss-exc				pic 9(4)	comp	value zero.

*   the patient / code / service date group off the sort

01  group-table.
    05  grp-entry			occurs 20 times.
	10  gp-reported			pic x.
	10  gp-comp			pic x.
	10  gp-fac-nbr			pic x(4).
	10  gp-loc			pic x(4).
	10  gp-claim-id			pic x(11).
	10  gp-pat-name			pic x(25).
	10  gp-billed			pic s9(7)v99.
77  grp-used				pic 99	comp	value zero.
77  ss-grp				pic 99	comp	value zero.
01  ws-group-key.
    05  gk-patient			pic x(16).
    05  gk-oma-cd			pic x(4).
    05  gk-sv-date			pic 9(8).
77  grp-tech				pic 9(3)	value zero.
77  grp-prof				pic 9(3)	value zero.

*   facility and location totals as they print

01  sub-totals.
    05  st-tech-svcs			pic s9(7).
    05  st-tech-billed			pic s9(9)v99.
    05  st-tech-paid			pic s9(9)v99.
    05  st-prof-svcs			pic s9(7).
    05  st-prof-billed			pic s9(9)v99.
    05  st-prof-paid			pic s9(9)v99.
01  loc-totals.
    05  lt-tech-svcs			pic s9(7).
    05  lt-tech-billed			pic s9(9)v99.
    05  lt-tech-paid			pic s9(9)v99.
    05  lt-prof-svcs			pic s9(7).
    05  lt-prof-billed			pic s9(9)v99.
    05  lt-prof-paid			pic s9(9)v99.
01  fac-totals.
    05  ft-tech-svcs			pic s9(7).
    05  ft-tech-billed			pic s9(9)v99.
    05  ft-tech-paid			pic s9(9)v99.
    05  ft-prof-svcs			pic s9(7).
    05  ft-prof-billed			pic s9(9)v99.
    05  ft-prof-paid			pic s9(9)v99.
77  ft-exceptions			pic 9(5)	value zero.
77  ws-cur-fac				pic x(4)	value spaces.
*	(the column heads each page of a section carries - "R" the
*	 revenue columns, "E" the exception columns, space none)
77  ws-col-heads			pic x	value space.
77  ws-cur-loc				pic x(4)	value spaces.
77  ss-fac-first			pic 9(4)	comp	value zero.
77  ss-fac-last				pic 9(4)	comp	value zero.

01  counters.
    05  ctr-claims-mstr-reads		pic 9(9)	value zero.
    05  ctr-component-lines		pic 9(7)	value zero.
    05  ctr-facilities			pic 9(5)	value zero.
    05  ctr-exceptions			pic 9(7)	value zero.
    05  ctr-ln-overflow			pic 9(7)	value zero.
    05  ctr-tot-overflow		pic 9(7)	value zero.
    05  ctr-ret-overflow		pic 9(7)	value zero.
    05  ctr-exc-overflow		pic 9(7)	value zero.
    05  ctr-grp-overflow		pic 9(7)	value zero.

    copy "f002_claims_mstr_rec1_2.ws".

    copy "facchk.ws".

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-comp-head.
    05  filler				pic x(6)	value "r163".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(52)	value
		"TECHNICAL / PROFESSIONAL COMPONENT REVENUE".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-facility-head.
    05  filler				pic x(9)	value "FACILITY ".
    05  h2-fac-nbr			pic x(4).
    05  filler				pic x(2)	value spaces.
    05  h2-fac-name			pic x(40).
    05  filler				pic x(2)	value spaces.
    05  filler				pic x(7)	value "PERIOD ".
    05  h2-from-date			pic 9999/99/99.
    05  filler				pic x(4)	value " TO ".
    05  h2-to-date			pic 9999/99/99.

01  h3-section-head.
    05  h3-section			pic x(60).

01  h4-column-head.
    05  h4-loc				pic x(6)	value "LOC".
    05  filler				pic x(32)	value
		"CODE  DESCRIPTION".
    05  filler				pic x(8)	value
		"   TECH".
    05  filler				pic x(15)	value
		"   TECH BILLED".
    05  filler				pic x(15)	value
		"     TECH PAID".
    05  filler				pic x(8)	value
		"   PROF".
    05  filler				pic x(15)	value
		"   PROF BILLED".
    05  filler				pic x(14)	value
		"     PROF PAID".

01  h5-column-head.
    05  filler				pic x(38)	value spaces.
    05  filler				pic x(8)	value
		"   SVCS".
    05  filler				pic x(30)	value spaces.
    05  filler				pic x(8)	value
		"   SVCS".

01  l1-total-line.
    05  l1-loc				pic x(4).
    05  filler				pic x(2)	value spaces.
    05  l1-oma-cd			pic x(4).
    05  filler				pic x(2)	value spaces.
    05  l1-desc				pic x(24).
    05  filler				pic x(2)	value spaces.
    05  l1-tech-svcs			pic zzz,zz9-.
    05  l1-tech-billed			pic zz,zzz,zz9.99-.
    05  filler				pic x		value space.
    05  l1-tech-paid			pic zz,zzz,zz9.99-.
    05  filler				pic x		value space.
    05  l1-prof-svcs			pic zzz,zz9-.
    05  l1-prof-billed			pic zz,zzz,zz9.99-.
    05  filler				pic x		value space.
    05  l1-prof-paid			pic zz,zzz,zz9.99-.

01  h6-exception-head.
    05  filler				pic x(6)	value "LOC".
    05  filler				pic x(13)	value "CLAIM".
    05  filler				pic x(27)	value "PATIENT".
    05  filler				pic x(7)	value "CODE".
    05  filler				pic x(12)	value "SVC DATE".
    05  filler				pic x(14)	value
		"        BILLED".
    05  filler				pic x(2)	value spaces.
    05  filler				pic x(9)	value "PROBLEM".

01  l2-exception-line.
    05  l2-loc				pic x(4).
    05  filler				pic x(2)	value spaces.
    05  l2-claim-id			pic x(11).
    05  filler				pic x(2)	value spaces.
    05  l2-pat-name			pic x(25).
    05  filler				pic x(2)	value spaces.
    05  l2-oma-cd			pic x(4).
    05  filler				pic x(3)	value spaces.
    05  l2-sv-date			pic 9999/99/99.
    05  filler				pic x(2)	value spaces.
    05  l2-billed			pic zz,zzz,zz9.99-.
    05  filler				pic x(2)	value spaces.
    05  l2-problem			pic x(40).

01  l3-message-line.
    05  l3-message			pic x(60).
    05  l3-count			pic zzz,zz9.

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

err-oma-file section.
    use after standard error procedure on oma-fee-mstr.
err-oma-fee-mstr.
    move status-cobol-oma-mstr		to common-status-file.
    display "error in accessing oma fee master - status "
	    common-status-file.
    stop "error in accessing oma fee master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.

    sort r163-work-file
	on ascending key
			wf-patient
			wf-oma-cd
			wf-sv-date
			wf-comp
	input procedure is ab0-select-claims	thru ab0-99-exit
	output procedure is ba0-match-components thru ba0-99-exit.

    move 1				to	ss-tot.
    perform ca0-print-facility		thru ca0-99-exit
	until   ss-tot > tot-used.

    perform fa0-summary			thru fa0-99-exit.

    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

*	(the last calendar year unless the parm keys a period)
    compute ws-from-date = (sys-yy - 1) * 10000 + 0101.
    compute ws-to-date   = (sys-yy - 1) * 10000 + 1231.

    perform ap0-read-parm		thru	ap0-99-exit.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move ws-from-date			to	h2-from-date.
    move ws-to-date			to	h2-to-date.

    open input claims-mstr.
    open input oma-fee-mstr.
    open output comp-rpt-file.

    move "r163"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ap0-read-parm.

    open input r163-parm-file.
    if status-r163-parm not = "00"
    then
	go to ap0-99-exit.
*   endif

ap0-10-parm-loop.

    read r163-parm-file
	at end
	    close r163-parm-file
	    go to ap0-99-exit.

    if   r163-parm-type = "D"
     and r163-parm-from-date numeric
     and r163-parm-to-date numeric
     and r163-parm-from-date not > r163-parm-to-date
    then
	move r163-parm-from-date	to	ws-from-date
	move r163-parm-to-date		to	ws-to-date.
*   endif

    if   r163-parm-type = "F"
     and r163-parm-fac-nbr not = spaces
     and fs-used < 20
    then
	add 1				to	fs-used
	move r163-parm-fac-nbr		to	fs-fac-nbr (fs-used).
*   endif

    go to ap0-10-parm-loop.

ap0-99-exit.
    exit.
ab0-select-claims.

    move spaces				to	ws-current-claim.
    move zero				to	ln-used.
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
	perform bb0-hold-header		thru	bb0-99-exit
	go to ab0-10-read.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.

    if   k-clmdtl-b-oma-cd = "PAID"
      or k-clmdtl-b-oma-cd = "ADJU"
      or k-clmdtl-b-oma-cd = "WOFF"
      or k-clmdtl-b-oma-cd = "CHBK"
      or k-clmdtl-b-adj-nbr not = zero
      or k-clmdtl-b-data (1:11) not = cur-claim-id
    then
	go to ab0-10-read.
*   endif

    perform bd0-hold-line		thru	bd0-99-exit.

    go to ab0-10-read.

ab0-99-exit.
    exit.
bb0-hold-header.

    move claims-mstr-rec		to	claim-header-rec.

    move clmhdr-claim-id		to	cur-claim-id.
    move clmhdr-pat-id (1:16)		to	cur-patient.
    if cur-patient = spaces
    then
	move clmhdr-claim-id		to	cur-patient.
*   endif
    move clmhdr-loc			to	cur-loc.

    move spaces				to	cur-pat-name.
    string clmhdr-pat-surname		delimited by "  "
	   ", "				delimited by size
	   clmhdr-pat-given-name	delimited by "  "
	into cur-pat-name.

*	(the header's technical paid goes to its technical lines,
*	 the rest of its payments to its professional lines)
    move clmhdr-amt-tech-paid		to	cur-tech-paid.
    subtract clmhdr-amt-tech-paid	from	clmhdr-manual-and-tape-paymnts
					giving	cur-prof-paid.
    move zero				to	cur-tech-billed
						cur-prof-billed.

*	(the facility behind the location, as it stood on the
*	 claim's service date)
    move clmhdr-loc			to	fcp-loc-nbr.
    move clmhdr-hosp-nbr		to	fcp-hosp-nbr.
    move clmhdr-serv-date		to	fcp-serv-date.
    call "facchk" using facility-check-parms.
    move fcp-fac-nbr			to	cur-fac-nbr.
    move fcp-fac-name			to	cur-fac-name.

    move "N"				to	cur-reported.
    if cur-fac-nbr = spaces
    then
	go to bb0-99-exit.
*   endif

    if fs-used = zero
    then
	move "Y"			to	cur-reported
    else
	perform bb1-check-selected	thru	bb1-99-exit
	    varying ss-fs from 1 by 1
	    until   ss-fs > fs-used.
*   endif

bb0-99-exit.
    exit.
bb1-check-selected.

    if fs-fac-nbr (ss-fs) = cur-fac-nbr
    then
	move "Y"			to	cur-reported.
*   endif

bb1-99-exit.
    exit.
bd0-hold-line.

    if clmhdr-agent-cd = zero
    then
	move clmdtl-fee-ohip		to	ws-billed
    else
	move clmdtl-fee-oma		to	ws-billed.
*   endif

*	(the line's components - the tech/prof suffix, else the code
*	 suffix, else a technical amount on the line)
    move clmdtl-tech-prof-suff		to	ws-comp.
    if ws-comp = space
    then
	move clmdtl-oma-suff		to	ws-comp.
*   endif

    if ln-used not < 99
    then
	add 1				to	ctr-ln-overflow
	go to bd0-99-exit.
*   endif

    add 1				to	ln-used.
    move clmdtl-oma-cd			to	ln-oma-cd (ln-used).
    move clmdtl-sv-date			to	ln-sv-date (ln-used).
    move clmdtl-nbr-serv		to	ln-nbr-serv (ln-used).
    move zero				to	ln-tech-billed (ln-used)
						ln-prof-billed (ln-used).

    move "N"				to	ln-in-period (ln-used).
    if   clmdtl-sv-date not < ws-from-date
     and clmdtl-sv-date not > ws-to-date
    then
	move "Y"			to	ln-in-period (ln-used).
*   endif

    if ws-comp = "B"
    then
	move "T"			to	ln-comp (ln-used)
	move ws-billed			to	ln-tech-billed (ln-used)
    else
	if ws-comp = "C"
	then
	    move "P"			to	ln-comp (ln-used)
	    move ws-billed		to	ln-prof-billed (ln-used)
	else
	    if clmdtl-amt-tech-billed not = zero
	    then
		move "2"		to	ln-comp (ln-used)
		move clmdtl-amt-tech-billed
					to	ln-tech-billed (ln-used)
		subtract clmdtl-amt-tech-billed from ws-billed
					giving	ln-prof-billed (ln-used)
	    else
		move "O"		to	ln-comp (ln-used)
		move ws-billed		to	ln-prof-billed (ln-used).
*	    endif
*	endif
*   endif

    add ln-tech-billed (ln-used)	to	cur-tech-billed.
    add ln-prof-billed (ln-used)	to	cur-prof-billed.

bd0-99-exit.
    exit.
bc0-release-claim.

    if cur-claim-id = spaces
    then
	go to bc0-90-reset.
*   endif

    perform bc1-release-line		thru	bc1-99-exit
	varying ss-ln from 1 by 1
	until   ss-ln > ln-used.

bc0-90-reset.

    move spaces				to	ws-current-claim.
    move zero				to	ln-used
						cur-tech-paid
						cur-prof-paid
						cur-tech-billed
						cur-prof-billed.

bc0-99-exit.
    exit.
bc1-release-line.

    if   ln-in-period (ss-ln) not = "Y"
      or ln-comp (ss-ln) = "O"
    then
	go to bc1-99-exit.
*   endif

    add 1				to	ctr-component-lines.

*	(both components on one line partner themselves - the
*	 others go to the sort to find their partner)
    if   ln-comp (ss-ln) = "T"
      or ln-comp (ss-ln) = "P"
    then
	perform bc2-release-component	thru	bc2-99-exit.
*   endif

    if cur-reported not = "Y"
    then
	go to bc1-99-exit.
*   endif

    move cur-fac-nbr			to	wtk-fac-nbr.
    move cur-loc			to	wtk-loc.
    move ln-oma-cd (ss-ln)		to	wtk-oma-cd.
    perform ct0-find-total		thru	ct0-99-exit.
    if ss-tot = zero
    then
	go to bc1-99-exit.
*   endif

    if ln-tech-billed (ss-ln) not = zero
      or ln-comp (ss-ln) = "T"
    then
	add ln-nbr-serv (ss-ln)		to	tt-tech-svcs (ss-tot)
	add ln-tech-billed (ss-ln)	to	tt-tech-billed (ss-tot)
	move zero			to	ws-paid
	if cur-tech-billed not = zero
	then
	    compute ws-paid rounded = cur-tech-paid
				    * ln-tech-billed (ss-ln)
				    / cur-tech-billed
	end-if
	add ws-paid			to	tt-tech-paid (ss-tot).
*   endif

    if ln-prof-billed (ss-ln) not = zero
      or ln-comp (ss-ln) = "P"
    then
	add ln-nbr-serv (ss-ln)		to	tt-prof-svcs (ss-tot)
	add ln-prof-billed (ss-ln)	to	tt-prof-billed (ss-tot)
	move zero			to	ws-paid
	if cur-prof-billed not = zero
	then
	    compute ws-paid rounded = cur-prof-paid
				    * ln-prof-billed (ss-ln)
				    / cur-prof-billed
	end-if
	add ws-paid			to	tt-prof-paid (ss-tot).
*   endif

bc1-99-exit.
    exit.
bc2-release-component.

    move spaces				to	work-file-rec.
    move cur-patient			to	wf-patient.
    move ln-oma-cd (ss-ln)		to	wf-oma-cd.
    move ln-sv-date (ss-ln)		to	wf-sv-date.
    move ln-comp (ss-ln)		to	wf-comp.
    move cur-reported			to	wf-reported.
    move cur-fac-nbr			to	wf-fac-nbr.
    move cur-loc			to	wf-loc.
    move cur-claim-id			to	wf-claim-id.
    move cur-pat-name			to	wf-pat-name.
    add ln-tech-billed (ss-ln)
	ln-prof-billed (ss-ln)		giving	wf-billed.
    release work-file-rec.

bc2-99-exit.
    exit.
ct0-find-total.

*	(the facility / location / code entry, added in its place
*	 when new - ss-tot zero when the table is full)
    perform ct1-search			thru	ct1-99-exit
	varying ss-tot from 1 by 1
	until   ss-tot > tot-used
	   or   tt-key (ss-tot) not < ws-tot-key.

    if   ss-tot not > tot-used
     and tt-key (ss-tot) = ws-tot-key
    then
	go to ct0-99-exit.
*   endif

    if tot-used not < 3000
    then
	add 1				to	ctr-tot-overflow
	move zero			to	ss-tot
	go to ct0-99-exit.
*   endif

    perform ct2-shift-up		thru	ct2-99-exit
	varying ss-shift from tot-used by -1
	until   ss-shift < ss-tot.
    add 1				to	tot-used.

    move ws-tot-key			to	tt-key (ss-tot).
    move cur-fac-name			to	tt-fac-name (ss-tot).
    move zero				to	tt-tech-svcs (ss-tot)
						tt-tech-billed (ss-tot)
						tt-tech-paid (ss-tot)
						tt-prof-svcs (ss-tot)
						tt-prof-billed (ss-tot)
						tt-prof-paid (ss-tot).

ct0-99-exit.
    exit.
ct1-search.

*	(the search is all in the varying clause)

ct1-99-exit.
    exit.
ct2-shift-up.

    move tot-entry (ss-shift)		to	tot-entry (ss-shift + 1).

ct2-99-exit.
    exit.
ba0-match-components.

    move "N"				to	eof-work-file.
    perform xr0-return-work		thru	xr0-99-exit.

ba0-10-group.

    if eof-work-file = "Y"
    then
	go to ba0-99-exit.
*   endif

    move wf-patient			to	gk-patient.
    move wf-oma-cd			to	gk-oma-cd.
    move wf-sv-date			to	gk-sv-date.
    move zero				to	grp-used
						grp-tech
						grp-prof.

ba0-20-record.

    if wf-comp = "T"
    then
	add 1				to	grp-tech
    else
	add 1				to	grp-prof.
*   endif

    if grp-used < 20
    then
	add 1				to	grp-used
	move wf-reported		to	gp-reported (grp-used)
	move wf-comp			to	gp-comp (grp-used)
	move wf-fac-nbr			to	gp-fac-nbr (grp-used)
	move wf-loc			to	gp-loc (grp-used)
	move wf-claim-id		to	gp-claim-id (grp-used)
	move wf-pat-name		to	gp-pat-name (grp-used)
	move wf-billed			to	gp-billed (grp-used)
    else
	add 1				to	ctr-grp-overflow.
*   endif

    perform xr0-return-work		thru	xr0-99-exit.

    if   eof-work-file = "N"
     and wf-patient = gk-patient
     and wf-oma-cd  = gk-oma-cd
     and wf-sv-date = gk-sv-date
    then
	go to ba0-20-record.
*   endif

*	(one component billed and not the other)
    if   grp-tech = zero
      or grp-prof = zero
    then
	perform bb5-store-exception	thru	bb5-99-exit
	    varying ss-grp from 1 by 1
	    until   ss-grp > grp-used.
*   endif

    go to ba0-10-group.

ba0-99-exit.
    exit.
bb5-store-exception.

    if gp-reported (ss-grp) not = "Y"
    then
	go to bb5-99-exit.
*   endif

    add 1				to	ctr-exceptions.

    if exc-used not < 2000
    then
	add 1				to	ctr-exc-overflow
	go to bb5-99-exit.
*   endif

    add 1				to	exc-used.
    move gp-fac-nbr (ss-grp)		to	ex-fac-nbr (exc-used).
    move gp-loc (ss-grp)		to	ex-loc (exc-used).
    move gp-claim-id (ss-grp)		to	ex-claim-id (exc-used).
    move gp-pat-name (ss-grp)		to	ex-pat-name (exc-used).
    move gk-oma-cd			to	ex-oma-cd (exc-used).
    move gk-sv-date			to	ex-sv-date (exc-used).
    move gp-comp (ss-grp)		to	ex-comp (exc-used).
    move gp-billed (ss-grp)		to	ex-billed (exc-used).

bb5-99-exit.
    exit.
ca0-print-facility.

*	(the facility's entries run from ss-tot to the next
*	 facility)
    move tt-fac-nbr (ss-tot)		to	ws-cur-fac.
    move ss-tot				to	ss-fac-first.
    perform ca1-find-last		thru	ca1-99-exit
	varying ss-fac-last from ss-tot by 1
	until   ss-fac-last = tot-used
	   or   tt-fac-nbr (ss-fac-last + 1) not = ws-cur-fac.

    add 1				to	ctr-facilities.
    move zero				to	fac-totals
						ft-exceptions
						ret-used.

    move ws-cur-fac			to	h2-fac-nbr.
    move tt-fac-name (ss-tot)		to	h2-fac-name.

*	(by location and fee code)
    move "REVENUE BY LOCATION AND FEE CODE"
					to	h3-section.
    move "LOC"				to	h4-loc.
    move "R"				to	ws-col-heads.
    move 99				to	nbr-lines-this-page.
    move spaces				to	ws-cur-loc.
    move zero				to	loc-totals.

    perform cb0-print-total		thru	cb0-99-exit
	varying ss-tot from ss-fac-first by 1
	until   ss-tot > ss-fac-last.

    perform cb2-location-total		thru	cb2-99-exit.

    move fac-totals			to	sub-totals.
    move spaces				to	l1-total-line.
    move "FACILITY TOTAL"		to	l1-desc.
    perform xc0-total-line		thru	xc0-99-exit.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

*	(components with no partner)
    move "COMPONENT BILLED WITHOUT ITS PARTNER"
					to	h3-section.
    move "E"				to	ws-col-heads.
    move 99				to	nbr-lines-this-page.

    perform cc0-print-exception		thru	cc0-99-exit
	varying ss-exc from 1 by 1
	until   ss-exc > exc-used.

    move spaces				to	l3-message-line.
    move "COMPONENTS WITHOUT THEIR PARTNER"
					to	l3-message.
    move ft-exceptions			to	l3-count.
    move l3-message-line		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

*	(the licensing return - the period's totals by fee code)
    perform cd0-build-return		thru	cd0-99-exit
	varying ss-tot from ss-fac-first by 1
	until   ss-tot > ss-fac-last.

    move "ANNUAL LICENSING RETURN - SERVICES AND FEES BY FEE CODE"
					to	h3-section.
    move spaces				to	h4-loc.
    move "R"				to	ws-col-heads.
    move 99				to	nbr-lines-this-page.

    perform ce0-print-return		thru	ce0-99-exit
	varying ss-ret from 1 by 1
	until   ss-ret > ret-used.

    move fac-totals			to	sub-totals.
    move spaces				to	l1-total-line.
    move "TOTAL - TECHNICAL"		to	l1-desc.
    move st-tech-svcs			to	l1-tech-svcs.
    move st-tech-billed			to	l1-tech-billed.
    move st-tech-paid			to	l1-tech-paid.
    move l1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-total-line.
    move "TOTAL - PROFESSIONAL"		to	l1-desc.
    move st-prof-svcs			to	l1-prof-svcs.
    move st-prof-billed			to	l1-prof-billed.
    move st-prof-paid			to	l1-prof-paid.
    move l1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-total-line.
    move "TOTAL - FACILITY"		to	l1-desc.
    perform xc0-total-line		thru	xc0-99-exit.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if ctr-ret-overflow > zero
    then
	move spaces			to	l3-message-line
	move "*** FEE CODE TABLE FULL - CODES LEFT OUT OF THE RETURN: "
					to	l3-message
	move ctr-ret-overflow		to	l3-count
	move l3-message-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit
	move zero			to	ctr-ret-overflow.
*   endif

    compute ss-tot = ss-fac-last + 1.

ca0-99-exit.
    exit.
ca1-find-last.

*	(the search is all in the varying clause)

ca1-99-exit.
    exit.
cb0-print-total.

    if tt-loc (ss-tot) not = ws-cur-loc
    then
	perform cb2-location-total	thru	cb2-99-exit
	move tt-loc (ss-tot)		to	ws-cur-loc.
*   endif

    move tt-tech-svcs (ss-tot)		to	st-tech-svcs.
    move tt-tech-billed (ss-tot)	to	st-tech-billed.
    move tt-tech-paid (ss-tot)		to	st-tech-paid.
    move tt-prof-svcs (ss-tot)		to	st-prof-svcs.
    move tt-prof-billed (ss-tot)	to	st-prof-billed.
    move tt-prof-paid (ss-tot)		to	st-prof-paid.

    add st-tech-svcs			to	lt-tech-svcs
						ft-tech-svcs.
    add st-tech-billed			to	lt-tech-billed
						ft-tech-billed.
    add st-tech-paid			to	lt-tech-paid
						ft-tech-paid.
    add st-prof-svcs			to	lt-prof-svcs
						ft-prof-svcs.
    add st-prof-billed			to	lt-prof-billed
						ft-prof-billed.
    add st-prof-paid			to	lt-prof-paid
						ft-prof-paid.

    move spaces				to	l1-total-line.
    move tt-loc (ss-tot)		to	l1-loc.
    move tt-oma-cd (ss-tot)		to	l1-oma-cd.
    perform xd0-fee-desc		thru	xd0-99-exit.
    perform xc0-total-line		thru	xc0-99-exit.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

cb0-99-exit.
    exit.
cb2-location-total.

*	(the location just listed - none before the first)
    if ws-cur-loc = spaces
    then
	go to cb2-99-exit.
*   endif

    move loc-totals			to	sub-totals.
    move spaces				to	l1-total-line.
    move ws-cur-loc			to	l1-loc.
    move "LOCATION TOTAL"		to	l1-desc.
    perform xc0-total-line		thru	xc0-99-exit.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move zero				to	loc-totals.

cb2-99-exit.
    exit.
cc0-print-exception.

    if ex-fac-nbr (ss-exc) not = ws-cur-fac
    then
	go to cc0-99-exit.
*   endif

    add 1				to	ft-exceptions.

    move spaces				to	l2-exception-line.
    move ex-loc (ss-exc)		to	l2-loc.
    move ex-claim-id (ss-exc)		to	l2-claim-id.
    move ex-pat-name (ss-exc)		to	l2-pat-name.
    move ex-oma-cd (ss-exc)		to	l2-oma-cd.
    move ex-sv-date (ss-exc)		to	l2-sv-date.
    move ex-billed (ss-exc)		to	l2-billed.
    if ex-comp (ss-exc) = "T"
    then
	move "TECHNICAL - NO PROFESSIONAL BILLED"
					to	l2-problem
    else
	move "PROFESSIONAL - NO TECHNICAL BILLED"
					to	l2-problem.
*   endif
    move l2-exception-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

cc0-99-exit.
    exit.
cd0-build-return.

*	(the code's line in the return, added in code order)
    perform cd1-search			thru	cd1-99-exit
	varying ss-ret from 1 by 1
	until   ss-ret > ret-used
	   or   rt-oma-cd (ss-ret) not < tt-oma-cd (ss-tot).

    if   ss-ret > ret-used
      or rt-oma-cd (ss-ret) not = tt-oma-cd (ss-tot)
    then
	if ret-used not < 1000
	then
	    add 1			to	ctr-ret-overflow
	    go to cd0-99-exit
	else
	    perform cd2-shift-up	thru	cd2-99-exit
		varying ss-shift from ret-used by -1
		until   ss-shift < ss-ret
	    add 1			to	ret-used
	    move tt-oma-cd (ss-tot)	to	rt-oma-cd (ss-ret)
	    move zero			to	rt-tech-svcs (ss-ret)
						rt-tech-billed (ss-ret)
						rt-tech-paid (ss-ret)
						rt-prof-svcs (ss-ret)
						rt-prof-billed (ss-ret)
						rt-prof-paid (ss-ret).
*	endif
*   endif

    add tt-tech-svcs (ss-tot)		to	rt-tech-svcs (ss-ret).
    add tt-tech-billed (ss-tot)		to	rt-tech-billed (ss-ret).
    add tt-tech-paid (ss-tot)		to	rt-tech-paid (ss-ret).
    add tt-prof-svcs (ss-tot)		to	rt-prof-svcs (ss-ret).
    add tt-prof-billed (ss-tot)		to	rt-prof-billed (ss-ret).
    add tt-prof-paid (ss-tot)		to	rt-prof-paid (ss-ret).

cd0-99-exit.
    exit.
cd1-search.

*	(the search is all in the varying clause)

cd1-99-exit.
    exit.
cd2-shift-up.

    move ret-entry (ss-shift)		to	ret-entry (ss-shift + 1).

cd2-99-exit.
    exit.
ce0-print-return.

    move rt-tech-svcs (ss-ret)		to	st-tech-svcs.
    move rt-tech-billed (ss-ret)	to	st-tech-billed.
    move rt-tech-paid (ss-ret)		to	st-tech-paid.
    move rt-prof-svcs (ss-ret)		to	st-prof-svcs.
    move rt-prof-billed (ss-ret)	to	st-prof-billed.
    move rt-prof-paid (ss-ret)		to	st-prof-paid.

    move spaces				to	l1-total-line.
    move rt-oma-cd (ss-ret)		to	l1-oma-cd.
    perform xd0-fee-desc		thru	xd0-99-exit.
    perform xc0-total-line		thru	xc0-99-exit.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ce0-99-exit.
    exit.
fa0-summary.

    move spaces				to	h2-fac-nbr
						h2-fac-name.
    move "RUN SUMMARY"			to	h3-section.
    move space				to	ws-col-heads.
    move 99				to	nbr-lines-this-page.

    if tot-used = zero
    then
	move spaces			to	l3-message-line
	move "NO COMPONENT BILLING AT A REPORTED FACILITY IN THE PERIOD"
					to	l3-message
	move l3-message-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    move spaces				to	l3-message-line.
    move "CLAIMS RECORDS READ"		to	l3-message.
    move ctr-claims-mstr-reads		to	l3-count.
    move l3-message-line		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "COMPONENT LINES IN THE PERIOD"
					to	l3-message.
    move ctr-component-lines		to	l3-count.
    move l3-message-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "FACILITIES REPORTED"		to	l3-message.
    move ctr-facilities			to	l3-count.
    move l3-message-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "COMPONENTS WITHOUT THEIR PARTNER"
					to	l3-message.
    move ctr-exceptions			to	l3-count.
    move l3-message-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if ctr-ln-overflow > zero
    then
	move "*** CLAIM LINES OVER 99 - NOT COUNTED: "
					to	l3-message
	move ctr-ln-overflow		to	l3-count
	move l3-message-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    if ctr-tot-overflow > zero
    then
	move "*** LOCATION / CODE TABLE FULL - LINES NOT COUNTED: "
					to	l3-message
	move ctr-tot-overflow		to	l3-count
	move l3-message-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    if ctr-exc-overflow > zero
    then
	move "*** EXCEPTION TABLE FULL - COUNTED, NOT LISTED: "
					to	l3-message
	move ctr-exc-overflow		to	l3-count
	move l3-message-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    if ctr-grp-overflow > zero
    then
	move "*** OVER 20 LINES ON ONE PATIENT/CODE/DAY - NOT LISTED: "
					to	l3-message
	move ctr-grp-overflow		to	l3-count
	move l3-message-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

fa0-99-exit.
    exit.
az0-end-of-job.

    move "r163"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-component-lines		to	elp-count.
    move "COMPONENT LINES REPORTED"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close claims-mstr.
    close oma-fee-mstr.
    close comp-rpt-file.

    display "r163 - claims records read    " ctr-claims-mstr-reads.
    display "r163 - component lines        " ctr-component-lines.
    display "r163 - facilities reported    " ctr-facilities.
    display "r163 - unpartnered components " ctr-exceptions.

    stop run.

az0-99-exit.
    exit.
xa5-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write comp-rpt-record		from	h1-comp-head after advancing page.
    write comp-rpt-record		from	h2-facility-head after advancing 2 lines.
    write comp-rpt-record		from	h3-section-head after advancing 2 lines.
    move 5				to	nbr-lines-this-page.

    if ws-col-heads = "R"
    then
	write comp-rpt-record		from	h4-column-head after advancing 2 lines
	write comp-rpt-record		from	h5-column-head after advancing 1 line
	add 3				to	nbr-lines-this-page.
*   endif

    if ws-col-heads = "E"
    then
	write comp-rpt-record		from	h6-exception-head after advancing 2 lines
	add 2				to	nbr-lines-this-page.
*   endif

xa5-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa5-print-hdr		thru	xa5-99-exit.
*   endif

    write comp-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xc0-total-line.

*	(sub-totals into the amount columns of l1-total-line and on
*	 to print-line)
    move st-tech-svcs			to	l1-tech-svcs.
    move st-tech-billed			to	l1-tech-billed.
    move st-tech-paid			to	l1-tech-paid.
    move st-prof-svcs			to	l1-prof-svcs.
    move st-prof-billed			to	l1-prof-billed.
    move st-prof-paid			to	l1-prof-paid.
    move l1-total-line			to	print-line.

xc0-99-exit.
    exit.
xd0-fee-desc.

    move l1-oma-cd			to	fee-oma-cd.
    read oma-fee-mstr
	invalid key
	    move "** NOT ON FEE MASTER **"
					to	l1-desc
	    go to xd0-99-exit.

    move fee-desc			to	l1-desc.

xd0-99-exit.
    exit.
xr0-return-work.

    return r163-work-file
	at end
	    move "Y"			to	eof-work-file.

xr0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
