identification division.
program-id. r103.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f132 - proposed fee schedule scenarios
*			: f040 - oma fee master (current fees)
*			: f041 - specialty differential table
*			: f002 - claims master
*			: f020 - doctor master
*			: f070 - department master
*			: r103_parm - scenarios, last month, codes
*			: r103-work-file - repriced service lines, sorted
*			  by doctor and oma code
*			: rr103 - fee schedule impact simulation (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : what-if fee schedule impact simulator.  the
*			last twelve months of every doctor's service
*			lines (through the month before the run, or
*			the month the parm names) are repriced twice
*			- at the current f040 fees and at each of up
*			to four proposed scenarios u152 loaded to
*			f132 (the parm names them; otherwise the
*			first four on file) - and the change is
*			reported per doctor, per department and for
*			the codes that change the most, the
*			scenarios side by side.
*			  a line is priced as u111 prices it - the
*			  ohip fee for ohip, wcb and alternate-funding
*			  lines, the oma fee for the rest, times the
*			  services.  a code the scenario does not
*			  price moves by its general change; a code
*			  f040 does not price (independent
*			  consideration) keeps its billed amount,
*			  moved by the general change.
*			  specialty differentials go on the non-ohip
*			  lines as u042 applies them - the f041 entry,
*			  or the scenario's own where it has one.
*			  a percentage add-on premium is its percent
*			  of the claim's other repriced lines, so it
*			  follows both its own rate and theirs.
*			comparing against the lines repriced at the
*			current fees, rather than against what was
*			billed, leaves out manual prices and older
*			fee generations - only the proposal moves
*			the figures.  the amount actually billed is
*			shown alongside.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f132_fee_scenario.slr".
*
    copy "f040_oma_fee_mstr.slr".
*
    copy "f041_spec_diff_tbl.slr".
*
    copy "f002_claims_mstr.slr".
*
    copy "f020_doctor_mstr.slr".
*
    copy "f070_dept_mstr.slr".
*
    select r103-work-file
	assign to "r103_work_file"
	organization is sequential.
*
    select r103-parm-file
	assign to disk "$pb_data/r103_parm"
	organization is sequential
	file status is status-r103-parm.
*
    select impact-rpt-file
	assign to printer print-file-name
	file status is status-impact-rpt.
*
data division.
file section.
*
    copy "f132_fee_scenario.fd".
*
    copy "f040_oma_fee_mstr.fd".
*
    copy "f041_spec_diff_tbl.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f020_doctor_mstr.fd".
*
    copy "f070_dept_mstr.fd".
*
sd  r103-work-file
    record contains 80 characters.

01  work-file-rec.
    05  wf-doc-nbr			pic x(3).
    05  wf-oma-cd			pic x(4).
    05  wf-nbr-serv			pic s9(5).
    05  wf-actual			pic s9(7)v99.
    05  wf-current			pic s9(7)v99.
    05  wf-proposed			pic s9(7)v99	occurs 4 times.
    05  filler				pic x(14).

fd  r103-parm-file
    record contains 80 characters.

*	(type "S" - a scenario to compare, up to four, in the order
*	 they are to print; "M" - the last month of the twelve,
*	 yyyymm; "T" - how many of the most changed codes to list)
01  r103-parm-rec.
    05  r103-parm-type			pic x.
    05  r103-parm-value			pic x(79).
01  r103-parm-scenario-rec redefines r103-parm-rec.
    05  filler				pic x.
    05  r103-parm-scenario-cd		pic x(6).
    05  filler				pic x(73).
01  r103-parm-month-rec redefines r103-parm-rec.
    05  filler				pic x.
    05  r103-parm-month			pic 9(6).
    05  filler				pic x(73).
01  r103-parm-top-rec redefines r103-parm-rec.
    05  filler				pic x.
    05  r103-parm-top-codes		pic 9(3).
    05  filler				pic x(76).

fd  impact-rpt-file
    record contains 132 characters.

01  impact-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr103".
77  status-impact-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-fee-scenario		pic xx	value zero.
77  status-cobol-oma-mstr		pic xx	value zero.
77  status-cobol-spec-diff-tbl		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-dept-mstr		pic xx	value zero.
77  status-r103-parm			pic xx	value zero.

77  eof-claims-mstr			pic x	value "N".
77  eof-work-file			pic x	value "N".
77  eof-fee-scenario			pic x	value "N".

01  ws-end-month			pic 9(6)	value zero.
01  ws-end-month-r redefines ws-end-month.
    05  ws-end-yy			pic 9(4).
    05  ws-end-mm			pic 99.
01  ws-start-month			pic 9(6)	value zero.
01  ws-start-month-r redefines ws-start-month.
    05  ws-start-yy			pic 9(4).
    05  ws-start-mm			pic 99.
77  ws-from-date			pic 9(8)	value zero.
77  ws-to-date				pic 9(8)	value zero.
77  ws-top-codes			pic 9(3)	value 25.

*   the claim the scan is in - the header comes ahead of its
*   service lines on the "B" key

01  ws-current-claim.
    05  cur-claim-id			pic x(11).
    05  cur-doc-nbr			pic x(3).
    05  cur-spec-cd			pic 99.

*   pricing one line

77  ws-ohip-priced			pic x	value "N".
77  ws-cur-rate				pic 9(4)v999	value zero.
77  ws-cur-ind				pic x	value space.
77  ws-scn-rate				pic 9(4)v999	value zero.
77  ws-nbr-serv				pic s9(3)	value zero.
77  ws-amount				pic s9(9)v99	value zero.
77  ws-diff-found			pic x	value "N".
77  ws-diff-type			pic x	value space.
77  ws-diff-pct				pic s9(3)v99	value zero.
77  ws-diff-flat			pic s9(5)v99	value zero.

*   the scenarios compared

01  scenario-table.
    05  scn-entry			occurs 4 times.
	10  sc-scenario-cd		pic x(6).
	10  sc-desc			pic x(30).
	10  sc-general-pct		pic s9(3)v99.
	10  sc-load-date		pic 9(8).
	10  sc-fee-count		pic 9(5).
	10  sc-diff-count		pic 9(3).
77  sc-used				pic 9		comp	value zero.
77  ss-scn				pic 9		comp	value zero.

*   the scenarios' own specialty differentials, and the live f041
*   table

01  scn-diff-table.
    05  scn-diff-entry			occurs 200 times.
	10  sd-scn-ss			pic 9.
	10  sd-spec-cd			pic 99.
	10  sd-oma-cd-from		pic x(4).
	10  sd-oma-cd-to		pic x(4).
	10  sd-adj-type			pic x.
	10  sd-pct			pic s9(3)v99.
	10  sd-flat			pic s9(5)v99.
77  sd-used				pic 9(3)	comp	value zero.
77  ss-sd				pic 9(3)	comp	value zero.

01  live-diff-table.
    05  live-diff-entry			occurs 500 times.
	10  ld-spec-cd			pic 99.
	10  ld-oma-cd-from		pic x(4).
	10  ld-oma-cd-to		pic x(4).
	10  ld-adj-type			pic x.
	10  ld-pct			pic s9(3)v99.
	10  ld-flat			pic s9(5)v99.
77  ld-used				pic 9(3)	comp	value zero.
77  ss-ld				pic 9(3)	comp	value zero.

*   the service lines of the claim being repriced, held until the
*   claim is complete so a percentage premium can follow the rest

01  claim-line-table.
    05  claim-line			occurs 99 times.
	10  cl-oma-cd			pic x(4).
	10  cl-premium			pic x.
	10  cl-nbr-serv			pic s9(3).
	10  cl-actual			pic s9(7)v99.
	10  cl-current			pic s9(7)v99.
	10  cl-cur-pct			pic 9(4)v999.
	10  cl-proposed			pic s9(7)v99	occurs 4 times.
	10  cl-scn-pct			pic 9(4)v999	occurs 4 times.
77  cl-used				pic 99		comp	value zero.
77  ss-cl				pic 99		comp	value zero.

01  claim-base.
    05  cb-current			pic s9(9)v99.
    05  cb-proposed			pic s9(9)v99	occurs 4 times.

*   totals off the sorted work file - doctor, code within doctor,
*   departments, every code and the practice

01  doc-totals.
    05  dk-doc-nbr			pic x(3).
    05  dk-actual			pic s9(9)v99.
    05  dk-current			pic s9(9)v99.
    05  dk-proposed			pic s9(9)v99	occurs 4 times.

01  code-totals.
    05  ck-oma-cd			pic x(4).
    05  ck-svcs				pic s9(7).
    05  ck-actual			pic s9(9)v99.
    05  ck-current			pic s9(9)v99.
    05  ck-proposed			pic s9(9)v99	occurs 4 times.

01  practice-totals.
    05  pk-actual			pic s9(11)v99.
    05  pk-current			pic s9(11)v99.
    05  pk-proposed			pic s9(11)v99	occurs 4 times.

01  dept-table.
    05  dept-entry			occurs 100 times.
	10  dp-key.
	    15  dp-clinic		pic 99.
	    15  dp-dept			pic 99.
	10  dp-actual			pic s9(11)v99.
	10  dp-current			pic s9(11)v99.
	10  dp-proposed			pic s9(11)v99	occurs 4 times.
77  dp-used				pic 999		comp	value zero.
77  ss-dp				pic 999		comp	value zero.
01  ws-dept-key.
    05  ws-dept-clinic			pic 99.
    05  ws-dept-nbr			pic 99.

01  code-table.
    05  code-entry			occurs 3000 times.
	10  ct-oma-cd			pic x(4).
	10  ct-svcs			pic s9(7).
	10  ct-actual			pic s9(11)v99.
	10  ct-current			pic s9(11)v99.
	10  ct-proposed			pic s9(11)v99	occurs 4 times.
	10  ct-swing			pic s9(11)v99.
	10  ct-listed			pic x.
77  ct-used				pic 9(4)	comp	value zero.
77  ss-ct				pic 9(4)	comp	value zero.
77  ss-ct-best				pic 9(4)	comp	value zero.
77  ss-top				pic 9(3)	comp	value zero.
77  ws-swing				pic s9(11)v99	value zero.

*   one report line's figures

01  line-figures.
    05  lf-actual			pic s9(11)v99.
    05  lf-current			pic s9(11)v99.
    05  lf-proposed			pic s9(11)v99	occurs 4 times.
77  ws-change				pic s9(11)v99	value zero.
77  ws-change-pct			pic s9(5)v9	value zero.

01  counters.
    05  ctr-claims-mstr-reads		pic 9(9)	value zero.
    05  ctr-lines-repriced		pic 9(9)	value zero.
    05  ctr-lines-unpriced		pic 9(9)	value zero.
    05  ctr-premium-lines		pic 9(9)	value zero.
    05  ctr-claim-overflow		pic 9(7)	value zero.
    05  ctr-table-overflow		pic 9(7)	value zero.
    05  ctr-doctors			pic 9(5)	value zero.

    copy "f002_claims_mstr_rec1_2.ws".

    copy "def_agents.ws".

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.
01  s1-section-title			pic x(132)	value spaces.
01  hold-column-head			pic x(132)	value spaces.

01  h1-impact-head.
    05  filler				pic x(6)	value "r103".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(52)	value
		"FEE SCHEDULE IMPACT SIMULATION".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-window-head.
    05  filler				pic x(26)	value
		"SERVICES REPRICED FROM ".
    05  h2-from-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h2-from-mm			pic 99.
    05  filler				pic x(4)	value " TO ".
    05  h2-to-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h2-to-mm			pic 99.

01  h3-scenario-head.
    05  filler				pic x(10)	value "SCENARIO".
    05  filler				pic x(32)	value
		"DESCRIPTION".
    05  filler				pic x(12)	value
		"   GENERAL".
    05  filler				pic x(12)	value
		"    FEES".
    05  filler				pic x(15)	value
		"DIFFERENTIALS".
    05  filler				pic x(10)	value "LOADED".

01  l2-scenario-line.
    05  l2-scenario-cd			pic x(6).
    05  filler				pic x(4)	value spaces.
    05  l2-desc				pic x(30).
    05  filler				pic x(2)	value spaces.
    05  l2-general-pct			pic zzz9.99-.
    05  filler				pic x		value "%".
    05  filler				pic x(3)	value spaces.
    05  l2-fee-count			pic zzz,zz9.
    05  filler				pic x(5)	value spaces.
    05  l2-diff-count			pic zz9.
    05  filler				pic x(12)	value spaces.
    05  l2-load-date			pic 9999/99/99.

01  h4-money-head.
    05  h4-id-title			pic x(5).
    05  h4-name-title			pic x(16).
    05  filler				pic x(13)	value
		"   ACTUAL".
    05  filler				pic x(15)	value
		"  AT CURRENT".
    05  h4-scenario			occurs 4 times.
	10  h4-scenario-cd		pic x(6).
	10  filler			pic x(13)	value
		" CHANGE     %".

01  l1-money-line.
    05  l1-id				pic x(4).
    05  filler				pic x		value spaces.
    05  l1-name				pic x(15).
    05  filler				pic x		value spaces.
    05  l1-actual			pic zzz,zzz,zz9-.
    05  filler				pic x		value spaces.
    05  l1-current			pic zzz,zzz,zz9-.
    05  filler				pic x(2)	value spaces.
    05  l1-scenario			occurs 4 times.
	10  l1-change			pic zz,zzz,zz9-.
	10  l1-change-pct		pic zzz9.9-.
	10  filler			pic x		value spaces.

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

err-fee-scenario-file section.
    use after standard error procedure on fee-scenario.
err-fee-scenario.
    move status-cobol-fee-scenario	to common-status-file.
    display "error in accessing fee scenario file - status "
	    common-status-file.
    stop "error in accessing fee scenario file".

err-oma-fee-file section.
    use after standard error procedure on oma-fee-mstr.
err-oma-fee-mstr.
    move status-cobol-oma-mstr		to common-status-file.
    display "error in accessing oma fee master - status "
	    common-status-file.
    stop "error in accessing oma fee master".

err-sdiff-file section.
    use after standard error procedure on spec-diff-tbl.
err-sdiff.
    move status-cobol-spec-diff-tbl	to common-status-file.
    display "error in accessing specialty differential table - status "
	    common-status-file.
    stop "error in accessing specialty differential table".

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

err-dept-file section.
    use after standard error procedure on dept-mstr.
err-dept-mstr.
    move status-cobol-dept-mstr		to common-status-file.
    display "error in accessing department master - status "
	    common-status-file.
    stop "error in accessing department master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.

    if sc-used = zero
    then
	move "NO FEE SCENARIOS ON FILE (SEE U152)"
					to	l3-message
	move l3-message-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit
	perform az0-end-of-job		thru	az0-99-exit.
*   endif

    perform ad0-print-scenarios		thru	ad0-99-exit.

    move "REVENUE CHANGE BY DOCTOR"	to	s1-section-title.
    move "DOC"				to	h4-id-title.
    move "DOCTOR"			to	h4-name-title.
    move h4-money-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    sort r103-work-file
	on ascending key
			wf-doc-nbr
			wf-oma-cd
	input procedure is ab0-reprice-services	thru ab0-99-exit
	output procedure is ba0-total-changes	thru ba0-99-exit.

    perform ca0-practice-total		thru	ca0-99-exit.
    perform da0-department-section	thru	da0-99-exit.
    perform ea0-top-codes-section	thru	ea0-99-exit.
    perform fa0-summary			thru	fa0-99-exit.
    perform az0-end-of-job		thru	az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.
    move zero				to practice-totals.

*	(the twelve months through the month before the run date
*	 unless the parm names the last one)
    move sys-yy				to	ws-end-yy.
    move sys-mm				to	ws-end-mm.
    if ws-end-mm = 1
    then
	move 12				to	ws-end-mm
	subtract 1			from	ws-end-yy
    else
	subtract 1			from	ws-end-mm.
*   endif

    open input fee-scenario.
    open input oma-fee-mstr.
    open input spec-diff-tbl.
    open input claims-mstr.
    open input doc-mstr.
    open input dept-mstr.
    open output impact-rpt-file.

    perform ap0-read-parm		thru	ap0-99-exit.

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

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move ws-start-yy			to	h2-from-yy.
    move ws-start-mm			to	h2-from-mm.
    move ws-end-yy			to	h2-to-yy.
    move ws-end-mm			to	h2-to-mm.

*	(no scenario named - the first four on file)
    if sc-used = zero
    then
	perform aq0-first-scenarios	thru	aq0-99-exit.
*   endif

    perform ar0-load-scenario		thru	ar0-99-exit
	varying ss-scn from 1 by 1
	until   ss-scn > sc-used.

    perform as0-load-live-diffs		thru	as0-99-exit.

    move spaces				to	h4-money-head.
    perform at0-scenario-heads		thru	at0-99-exit
	varying ss-scn from 1 by 1
	until   ss-scn > 4.

    move "r103"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ap0-read-parm.

    move zero				to	sc-used.

    open input r103-parm-file.
    if status-r103-parm not = "00"
    then
	go to ap0-99-exit.
*   endif

ap0-10-parm-loop.

    read r103-parm-file
	at end
	    close r103-parm-file
	    go to ap0-99-exit.

    if   r103-parm-type = "S"
     and r103-parm-scenario-cd not = spaces
     and sc-used < 4
    then
	add 1				to	sc-used
	move r103-parm-scenario-cd	to	sc-scenario-cd (sc-used).
*   endif

    if   r103-parm-type = "M"
     and r103-parm-month numeric
     and r103-parm-month (5:2) > "00"
     and r103-parm-month (5:2) < "13"
    then
	move r103-parm-month		to	ws-end-month.
*   endif

    if   r103-parm-type = "T"
     and r103-parm-top-codes numeric
     and r103-parm-top-codes > zero
    then
	move r103-parm-top-codes	to	ws-top-codes.
*   endif

    go to ap0-10-parm-loop.

ap0-99-exit.
    exit.
aq0-first-scenarios.

    move low-values			to	scn-key.
    start fee-scenario key is greater than or equal to scn-key
	invalid key
	    go to aq0-99-exit.

aq0-10-read.

    read fee-scenario next
	at end
	    go to aq0-99-exit.

    if   scn-header
     and sc-used < 4
    then
	add 1				to	sc-used
	move scn-scenario-cd		to	sc-scenario-cd (sc-used).
*   endif

    if sc-used < 4
    then
	go to aq0-10-read.
*   endif

aq0-99-exit.
    exit.
ar0-load-scenario.

*	(the header, then the scenario's own differentials - its
*	 fees are read as each line is priced)
    move spaces				to	scn-key.
    move sc-scenario-cd (ss-scn)	to	scn-scenario-cd.
    move "H"				to	scn-rec-type.
    read fee-scenario
	invalid key
	    move "** NOT ON FILE - REPRICED AT CURRENT FEES"
					to	sc-desc (ss-scn)
	    move zero			to	sc-general-pct (ss-scn)
					sc-load-date (ss-scn)
					sc-fee-count (ss-scn)
					sc-diff-count (ss-scn)
	    go to ar0-99-exit.

    move scn-desc			to	sc-desc (ss-scn).
    move scn-general-pct		to	sc-general-pct (ss-scn).
    move scn-load-date			to	sc-load-date (ss-scn).
    move scn-fee-count			to	sc-fee-count (ss-scn).
    move scn-diff-count			to	sc-diff-count (ss-scn).

    move spaces				to	scn-key.
    move sc-scenario-cd (ss-scn)	to	scn-scenario-cd.
    move "D"				to	scn-rec-type.
    move "N"				to	eof-fee-scenario.
    start fee-scenario key is greater than or equal to scn-key
	invalid key
	    go to ar0-99-exit.

ar0-10-read.

    read fee-scenario next
	at end
	    go to ar0-99-exit.

    if   scn-scenario-cd not = sc-scenario-cd (ss-scn)
      or not scn-differential
    then
	go to ar0-99-exit.
*   endif

    if sd-used < 200
    then
	add 1				to	sd-used
	move ss-scn			to	sd-scn-ss (sd-used)
	move scn-diff-spec-cd		to	sd-spec-cd (sd-used)
	move scn-diff-oma-cd-from	to	sd-oma-cd-from (sd-used)
	move scn-diff-oma-cd-to		to	sd-oma-cd-to (sd-used)
	move scn-diff-adj-type		to	sd-adj-type (sd-used)
	move scn-diff-pct		to	sd-pct (sd-used)
	move scn-diff-flat		to	sd-flat (sd-used)
    else
	add 1				to	ctr-table-overflow.
*   endif

    go to ar0-10-read.

ar0-99-exit.
    exit.
as0-load-live-diffs.

    move zero				to	ld-used.
    move low-values			to	sdiff-key.
    start spec-diff-tbl key is greater than or equal to sdiff-key
	invalid key
	    go to as0-99-exit.

as0-10-read.

    read spec-diff-tbl next
	at end
	    go to as0-99-exit.

    if ld-used < 500
    then
	add 1				to	ld-used
	move sdiff-spec-cd		to	ld-spec-cd (ld-used)
	move sdiff-oma-cd-from		to	ld-oma-cd-from (ld-used)
	move sdiff-oma-cd-to		to	ld-oma-cd-to (ld-used)
	move sdiff-adj-type		to	ld-adj-type (ld-used)
	move sdiff-pct			to	ld-pct (ld-used)
	move sdiff-flat			to	ld-flat (ld-used)
    else
	add 1				to	ctr-table-overflow.
*   endif

    go to as0-10-read.

as0-99-exit.
    exit.
at0-scenario-heads.

    if ss-scn > sc-used
    then
	move spaces			to	h4-scenario (ss-scn)
    else
	move sc-scenario-cd (ss-scn)	to	h4-scenario-cd (ss-scn)
	move " CHANGE     %"		to	h4-scenario (ss-scn) (7:13).
*   endif

at0-99-exit.
    exit.
ad0-print-scenarios.

    move "SCENARIOS COMPARED"		to	s1-section-title.
    move h3-scenario-head		to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    perform ad1-scenario-line		thru	ad1-99-exit
	varying ss-scn from 1 by 1
	until   ss-scn > sc-used.

ad0-99-exit.
    exit.
ad1-scenario-line.

    move sc-scenario-cd (ss-scn)	to	l2-scenario-cd.
    move sc-desc (ss-scn)		to	l2-desc.
    move sc-general-pct (ss-scn)	to	l2-general-pct.
    move sc-fee-count (ss-scn)		to	l2-fee-count.
    move sc-diff-count (ss-scn)		to	l2-diff-count.
    move sc-load-date (ss-scn)		to	l2-load-date.
    move l2-scenario-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ad1-99-exit.
    exit.
ab0-reprice-services.

    move zero				to	cl-used.
    move spaces				to	ws-current-claim.
    move "N"				to	eof-claims-mstr.
    move low-values			to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr.

ab0-10-read.

    if eof-claims-mstr = "Y"
    then
	perform bc0-price-claim		thru	bc0-99-exit
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
	perform bc0-price-claim		thru	bc0-99-exit
	move claims-mstr-rec		to	claim-header-rec
	move clmhdr-claim-id		to	cur-claim-id
	move clmhdr-batch-nbr-3-6 (2:3)	to	cur-doc-nbr
	move clmhdr-doc-spec-cd		to	cur-spec-cd
	go to ab0-10-read.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.

    if   k-clmdtl-b-oma-cd = "PAID"
      or k-clmdtl-b-oma-cd = "ADJU"
      or k-clmdtl-b-oma-cd = "WOFF"
      or k-clmdtl-b-adj-nbr not = zero
    then
	go to ab0-10-read.
*   endif

    if   clmdtl-sv-date < ws-from-date
      or clmdtl-sv-date > ws-to-date
      or k-clmdtl-b-data (1:11) not = cur-claim-id
    then
	go to ab0-10-read.
*   endif

    if cl-used not < 99
    then
	add 1				to	ctr-claim-overflow
	go to ab0-10-read.
*   endif

    add 1				to	cl-used.
    perform bb0-price-line		thru	bb0-99-exit.
    go to ab0-10-read.

ab0-99-exit.
    exit.
bb0-price-line.

    add 1				to	ctr-lines-repriced.
    move clmdtl-oma-cd			to	cl-oma-cd (cl-used).
    move "N"				to	cl-premium (cl-used).
    move clmdtl-nbr-serv		to	ws-nbr-serv.
    if ws-nbr-serv = zero
    then
	move 1				to	ws-nbr-serv.
*   endif
    move ws-nbr-serv			to	cl-nbr-serv (cl-used).

*	(the ohip fee for the lines ohip or its agents pay, the oma
*	 fee for the rest)
    move clmdtl-agent-cd		to	def-agent-code.
    if   def-agent-ohip
      or def-agent-ohip-wcb
      or def-agent-alternate-funding
    then
	move "Y"			to	ws-ohip-priced
	move clmdtl-fee-ohip		to	cl-actual (cl-used)
    else
	move "N"			to	ws-ohip-priced
	move clmdtl-fee-oma		to	cl-actual (cl-used).
*   endif

*	(today's fee for the code)
    move zero				to	ws-cur-rate.
    move space				to	ws-cur-ind.
    move clmdtl-oma-cd			to	fee-oma-cd.
    read oma-fee-mstr
	invalid key
	    go to bb0-20-rated.

    move fee-curr-add-on-perc-flat-ind	to	ws-cur-ind.
    if ws-ohip-priced = "Y"
    then
	move fee-curr-h-fee-1		to	ws-cur-rate
	if ws-cur-rate = zero
	then
	    move fee-curr-h-fee-2	to	ws-cur-rate
	end-if
    else
	move fee-curr-a-fee-1		to	ws-cur-rate
	if ws-cur-rate = zero
	then
	    move fee-curr-a-fee-2	to	ws-cur-rate
	end-if.
*   endif

bb0-20-rated.

*	(a percentage premium waits for the claim's other lines)
    if ws-cur-ind = "P"
    then
	move "Y"			to	cl-premium (cl-used)
	move ws-cur-rate		to	cl-cur-pct (cl-used)
	add 1				to	ctr-premium-lines
	perform bb1-scenario-pct	thru	bb1-99-exit
	    varying ss-scn from 1 by 1
	    until   ss-scn > sc-used
	go to bb0-99-exit.
*   endif

*	(a code f040 does not price keeps what was billed)
    if ws-cur-rate = zero
    then
	add 1				to	ctr-lines-unpriced
	move cl-actual (cl-used)	to	cl-current (cl-used)
    else
	compute cl-current (cl-used) rounded =
	    ws-cur-rate * ws-nbr-serv
	if ws-ohip-priced = "N"
	then
	    perform bd0-find-live-diff	thru	bd0-99-exit
	    move cl-current (cl-used)	to	ws-amount
	    perform be0-apply-diff	thru	be0-99-exit
	    move ws-amount		to	cl-current (cl-used)
	end-if.
*   endif
    add cl-current (cl-used)		to	cb-current.

    perform bb2-scenario-price		thru	bb2-99-exit
	varying ss-scn from 1 by 1
	until   ss-scn > sc-used.

bb0-99-exit.
    exit.
bb1-scenario-pct.

    perform bf0-scenario-rate		thru	bf0-99-exit.
    move ws-scn-rate			to	cl-scn-pct (cl-used, ss-scn).

bb1-99-exit.
    exit.
bb2-scenario-price.

    perform bf0-scenario-rate		thru	bf0-99-exit.

    if   ws-cur-rate = zero
     and ws-scn-rate = zero
    then
	compute cl-proposed (cl-used, ss-scn) rounded =
	    cl-actual (cl-used)
	  + (cl-actual (cl-used) * sc-general-pct (ss-scn) / 100)
    else
	compute cl-proposed (cl-used, ss-scn) rounded =
	    ws-scn-rate * ws-nbr-serv
	if ws-ohip-priced = "N"
	then
	    perform bd1-find-scenario-diff thru	bd1-99-exit
	    move cl-proposed (cl-used, ss-scn)
					to	ws-amount
	    perform be0-apply-diff	thru	be0-99-exit
	    move ws-amount		to	cl-proposed (cl-used, ss-scn)
	end-if.
*   endif

    add cl-proposed (cl-used, ss-scn)	to	cb-proposed (ss-scn).

bb2-99-exit.
    exit.
bc0-price-claim.

*	(the premiums on their share of the claim, then every line
*	 out to the sort)
    if cl-used = zero
    then
	go to bc0-90-reset.
*   endif

    perform bc1-price-premium		thru	bc1-99-exit
	varying ss-cl from 1 by 1
	until   ss-cl > cl-used.

    perform bc2-release-line		thru	bc2-99-exit
	varying ss-cl from 1 by 1
	until   ss-cl > cl-used.

bc0-90-reset.

    move zero				to	cl-used
						claim-base.

bc0-99-exit.
    exit.
bc1-price-premium.

    if cl-premium (ss-cl) not = "Y"
    then
	go to bc1-99-exit.
*   endif

    compute cl-current (ss-cl) rounded =
	cb-current * cl-cur-pct (ss-cl) / 100.

    perform bc3-premium-scenario	thru	bc3-99-exit
	varying ss-scn from 1 by 1
	until   ss-scn > sc-used.

bc1-99-exit.
    exit.
bc3-premium-scenario.

    compute cl-proposed (ss-cl, ss-scn) rounded =
	cb-proposed (ss-scn) * cl-scn-pct (ss-cl, ss-scn) / 100.

bc3-99-exit.
    exit.
bc2-release-line.

    move spaces				to	work-file-rec.
    move cur-doc-nbr			to	wf-doc-nbr.
    move cl-oma-cd (ss-cl)		to	wf-oma-cd.
    move cl-nbr-serv (ss-cl)		to	wf-nbr-serv.
    move cl-actual (ss-cl)		to	wf-actual.
    move cl-current (ss-cl)		to	wf-current.
    move cl-proposed (ss-cl, 1)		to	wf-proposed (1).
    move cl-proposed (ss-cl, 2)		to	wf-proposed (2).
    move cl-proposed (ss-cl, 3)		to	wf-proposed (3).
    move cl-proposed (ss-cl, 4)		to	wf-proposed (4).
    release work-file-rec.

bc2-99-exit.
    exit.
bd0-find-live-diff.

    move "N"				to	ws-diff-found.
    perform bd2-match-live-diff		thru	bd2-99-exit
	varying ss-ld from 1 by 1
	until   ss-ld > ld-used
	   or   ws-diff-found = "Y".

bd0-99-exit.
    exit.
bd1-find-scenario-diff.

*	(the scenario's own differential where it has one for the
*	 specialty and code, f041's otherwise)
    move "N"				to	ws-diff-found.
    perform bd3-match-scenario-diff	thru	bd3-99-exit
	varying ss-sd from 1 by 1
	until   ss-sd > sd-used
	   or   ws-diff-found = "Y".

    if ws-diff-found = "N"
    then
	perform bd0-find-live-diff	thru	bd0-99-exit.
*   endif

bd1-99-exit.
    exit.
bd2-match-live-diff.

    if   ld-spec-cd (ss-ld) = cur-spec-cd
     and clmdtl-oma-cd not < ld-oma-cd-from (ss-ld)
     and clmdtl-oma-cd not > ld-oma-cd-to (ss-ld)
    then
	move "Y"			to	ws-diff-found
	move ld-adj-type (ss-ld)	to	ws-diff-type
	move ld-pct (ss-ld)		to	ws-diff-pct
	move ld-flat (ss-ld)		to	ws-diff-flat.
*   endif

bd2-99-exit.
    exit.
bd3-match-scenario-diff.

    if   sd-scn-ss (ss-sd) = ss-scn
     and sd-spec-cd (ss-sd) = cur-spec-cd
     and clmdtl-oma-cd not < sd-oma-cd-from (ss-sd)
     and clmdtl-oma-cd not > sd-oma-cd-to (ss-sd)
    then
	move "Y"			to	ws-diff-found
	move sd-adj-type (ss-sd)	to	ws-diff-type
	move sd-pct (ss-sd)		to	ws-diff-pct
	move sd-flat (ss-sd)		to	ws-diff-flat.
*   endif

bd3-99-exit.
    exit.
be0-apply-diff.

*	(as u042 applies it)
    if ws-diff-found not = "Y"
    then
	go to be0-99-exit.
*   endif

    if ws-diff-type = "P"
    then
	compute ws-amount rounded =
	    ws-amount + (ws-amount * ws-diff-pct / 100)
    else
	add ws-diff-flat		to	ws-amount.
*   endif

be0-99-exit.
    exit.
bf0-scenario-rate.

*	(the scenario's fee for the code, or today's moved by its
*	 general change; where the scenario gives only one of the two
*	 fees the other stands in)
    move spaces				to	scn-key.
    move sc-scenario-cd (ss-scn)	to	scn-scenario-cd.
    move "F"				to	scn-rec-type.
    move clmdtl-oma-cd			to	scn-oma-cd.
    read fee-scenario
	invalid key
	    compute ws-scn-rate rounded =
		ws-cur-rate + (ws-cur-rate * sc-general-pct (ss-scn) / 100)
	    go to bf0-99-exit.

    if ws-ohip-priced = "Y"
    then
	move scn-h-fee-1		to	ws-scn-rate
	if ws-scn-rate = zero
	then
	    move scn-a-fee-1		to	ws-scn-rate
	end-if
    else
	move scn-a-fee-1		to	ws-scn-rate
	if ws-scn-rate = zero
	then
	    move scn-h-fee-1		to	ws-scn-rate
	end-if.
*   endif

bf0-99-exit.
    exit.
ba0-total-changes.

    move "N"				to	eof-work-file.
    move zero				to	dp-used
						ct-used.
    perform xr0-return-work		thru	xr0-99-exit.

ba0-10-doctor.

    if eof-work-file = "Y"
    then
	go to ba0-99-exit.
*   endif

    move wf-doc-nbr			to	dk-doc-nbr.
    move zero				to	dk-actual
						dk-current
						dk-proposed (1)
						dk-proposed (2)
						dk-proposed (3)
						dk-proposed (4).

ba0-20-code.

    move wf-oma-cd			to	ck-oma-cd.
    move zero				to	ck-svcs
						ck-actual
						ck-current
						ck-proposed (1)
						ck-proposed (2)
						ck-proposed (3)
						ck-proposed (4).

ba0-30-line.

    add wf-nbr-serv			to	ck-svcs.
    add wf-actual			to	ck-actual.
    add wf-current			to	ck-current.
    add wf-proposed (1)			to	ck-proposed (1).
    add wf-proposed (2)			to	ck-proposed (2).
    add wf-proposed (3)			to	ck-proposed (3).
    add wf-proposed (4)			to	ck-proposed (4).

    perform xr0-return-work		thru	xr0-99-exit.

    if   eof-work-file = "N"
     and wf-doc-nbr = dk-doc-nbr
     and wf-oma-cd  = ck-oma-cd
    then
	go to ba0-30-line.
*   endif

*	(code within doctor done)
    perform bg0-code-into-table		thru	bg0-99-exit.

    if   eof-work-file = "N"
     and wf-doc-nbr = dk-doc-nbr
    then
	go to ba0-20-code.
*   endif

*	(doctor done)
    perform bh0-doctor-line		thru	bh0-99-exit.
    go to ba0-10-doctor.

ba0-99-exit.
    exit.
bg0-code-into-table.

    add ck-actual			to	dk-actual.
    add ck-current			to	dk-current.
    add ck-proposed (1)			to	dk-proposed (1).
    add ck-proposed (2)			to	dk-proposed (2).
    add ck-proposed (3)			to	dk-proposed (3).
    add ck-proposed (4)			to	dk-proposed (4).

    perform bg1-find-code		thru	bg1-99-exit
	varying ss-ct from 1 by 1
	until   ss-ct > ct-used
	   or   ct-oma-cd (ss-ct) = ck-oma-cd.

    if ss-ct > ct-used
    then
	if ct-used not < 3000
	then
	    add 1			to	ctr-table-overflow
	    go to bg0-99-exit
	else
	    add 1			to	ct-used
	    move ct-used		to	ss-ct
	    move ck-oma-cd		to	ct-oma-cd (ss-ct)
	    move zero			to	ct-svcs (ss-ct)
					ct-actual (ss-ct)
					ct-current (ss-ct)
					ct-proposed (ss-ct, 1)
					ct-proposed (ss-ct, 2)
					ct-proposed (ss-ct, 3)
					ct-proposed (ss-ct, 4)
	    move "N"			to	ct-listed (ss-ct).
*	endif
*   endif

    add ck-svcs				to	ct-svcs (ss-ct).
    add ck-actual			to	ct-actual (ss-ct).
    add ck-current			to	ct-current (ss-ct).
    add ck-proposed (1)			to	ct-proposed (ss-ct, 1).
    add ck-proposed (2)			to	ct-proposed (ss-ct, 2).
    add ck-proposed (3)			to	ct-proposed (ss-ct, 3).
    add ck-proposed (4)			to	ct-proposed (ss-ct, 4).

bg0-99-exit.
    exit.
bg1-find-code.

*	(the search is all in the varying clause)

bg1-99-exit.
    exit.
bh0-doctor-line.

    add 1				to	ctr-doctors.
    add dk-actual			to	pk-actual.
    add dk-current			to	pk-current.
    add dk-proposed (1)			to	pk-proposed (1).
    add dk-proposed (2)			to	pk-proposed (2).
    add dk-proposed (3)			to	pk-proposed (3).
    add dk-proposed (4)			to	pk-proposed (4).

    move dk-doc-nbr			to	doc-nbr.
    read doc-mstr
	invalid key
	    move "NOT ON DOCTOR MASTER"	to	doc-name
	    move zero			to	doc-clinic-nbr
					doc-dept.

*	(the doctor's department takes the doctor's totals)
    move doc-clinic-nbr			to	ws-dept-clinic.
    move doc-dept			to	ws-dept-nbr.
    perform bh1-find-dept		thru	bh1-99-exit
	varying ss-dp from 1 by 1
	until   ss-dp > dp-used
	   or   dp-key (ss-dp) = ws-dept-key.

    if ss-dp > dp-used
    then
	if dp-used not < 100
	then
	    add 1			to	ctr-table-overflow
	    go to bh0-50-print
	else
	    add 1			to	dp-used
	    move dp-used		to	ss-dp
	    move ws-dept-key		to	dp-key (ss-dp)
	    move zero			to	dp-actual (ss-dp)
					dp-current (ss-dp)
					dp-proposed (ss-dp, 1)
					dp-proposed (ss-dp, 2)
					dp-proposed (ss-dp, 3)
					dp-proposed (ss-dp, 4).
*	endif
*   endif

    add dk-actual			to	dp-actual (ss-dp).
    add dk-current			to	dp-current (ss-dp).
    add dk-proposed (1)			to	dp-proposed (ss-dp, 1).
    add dk-proposed (2)			to	dp-proposed (ss-dp, 2).
    add dk-proposed (3)			to	dp-proposed (ss-dp, 3).
    add dk-proposed (4)			to	dp-proposed (ss-dp, 4).

bh0-50-print.

    move spaces				to	l1-id.
    move dk-doc-nbr			to	l1-id.
    move doc-name			to	l1-name.
    move dk-actual			to	lf-actual.
    move dk-current			to	lf-current.
    move dk-proposed (1)		to	lf-proposed (1).
    move dk-proposed (2)		to	lf-proposed (2).
    move dk-proposed (3)		to	lf-proposed (3).
    move dk-proposed (4)		to	lf-proposed (4).
    perform xf0-money-line		thru	xf0-99-exit.

bh0-99-exit.
    exit.
bh1-find-dept.

*	(the search is all in the varying clause)

bh1-99-exit.
    exit.
ca0-practice-total.

    move "PRACTICE"			to	l1-id.
    move "TOTAL"			to	l1-name.
    move pk-actual			to	lf-actual.
    move pk-current			to	lf-current.
    move pk-proposed (1)		to	lf-proposed (1).
    move pk-proposed (2)		to	lf-proposed (2).
    move pk-proposed (3)		to	lf-proposed (3).
    move pk-proposed (4)		to	lf-proposed (4).
    move 2				to	nbr-lines-to-adv.
    perform xf0-money-line		thru	xf0-99-exit.

ca0-99-exit.
    exit.
da0-department-section.

    move "REVENUE CHANGE BY DEPARTMENT"	to	s1-section-title.
    move "DEPT"				to	h4-id-title.
    move "DEPARTMENT"			to	h4-name-title.
    move h4-money-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    perform da1-department-line		thru	da1-99-exit
	varying ss-dp from 1 by 1
	until   ss-dp > dp-used.

da0-99-exit.
    exit.
da1-department-line.

    move dp-clinic (ss-dp)		to	dept-clinic.
    move dp-dept (ss-dp)		to	dept-nbr.
    read dept-mstr
	invalid key
	    move "NOT ON DEPT MASTER"	to	dept-name.

    move dp-key (ss-dp)			to	l1-id.
    move dept-name			to	l1-name.
    move dp-actual (ss-dp)		to	lf-actual.
    move dp-current (ss-dp)		to	lf-current.
    move dp-proposed (ss-dp, 1)		to	lf-proposed (1).
    move dp-proposed (ss-dp, 2)		to	lf-proposed (2).
    move dp-proposed (ss-dp, 3)		to	lf-proposed (3).
    move dp-proposed (ss-dp, 4)		to	lf-proposed (4).
    perform xf0-money-line		thru	xf0-99-exit.

da1-99-exit.
    exit.
ea0-top-codes-section.

    move "CODES THAT CHANGE THE MOST"	to	s1-section-title.
    move "CODE"				to	h4-id-title.
    move "DESCRIPTION"			to	h4-name-title.
    move h4-money-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

*	(each code's swing is its largest change under any scenario,
*	 either way)
    perform ea1-code-swing		thru	ea1-99-exit
	varying ss-ct from 1 by 1
	until   ss-ct > ct-used.

    perform ea2-next-top-code		thru	ea2-99-exit
	varying ss-top from 1 by 1
	until   ss-top > ws-top-codes
	   or   ss-top > ct-used.

ea0-99-exit.
    exit.
ea1-code-swing.

    move zero				to	ct-swing (ss-ct).
    perform ea4-scenario-swing		thru	ea4-99-exit
	varying ss-scn from 1 by 1
	until   ss-scn > sc-used.

ea1-99-exit.
    exit.
ea4-scenario-swing.

    compute ws-swing = ct-proposed (ss-ct, ss-scn) - ct-current (ss-ct).
    if ws-swing < zero
    then
	compute ws-swing = 0 - ws-swing.
*   endif
    if ws-swing > ct-swing (ss-ct)
    then
	move ws-swing			to	ct-swing (ss-ct).
*   endif

ea4-99-exit.
    exit.
ea2-next-top-code.

    move zero				to	ss-ct-best.
    move -1				to	ws-swing.
    perform ea3-best-code		thru	ea3-99-exit
	varying ss-ct from 1 by 1
	until   ss-ct > ct-used.

    if ss-ct-best = zero
    then
	go to ea2-99-exit.
*   endif

    move "Y"				to	ct-listed (ss-ct-best).

    move ct-oma-cd (ss-ct-best)		to	fee-oma-cd.
    read oma-fee-mstr
	invalid key
	    move "NOT ON FEE MASTER"	to	fee-desc.

    move ct-oma-cd (ss-ct-best)		to	l1-id.
    move fee-desc			to	l1-name.
    move ct-actual (ss-ct-best)		to	lf-actual.
    move ct-current (ss-ct-best)	to	lf-current.
    move ct-proposed (ss-ct-best, 1)	to	lf-proposed (1).
    move ct-proposed (ss-ct-best, 2)	to	lf-proposed (2).
    move ct-proposed (ss-ct-best, 3)	to	lf-proposed (3).
    move ct-proposed (ss-ct-best, 4)	to	lf-proposed (4).
    perform xf0-money-line		thru	xf0-99-exit.

ea2-99-exit.
    exit.
ea3-best-code.

    if   ct-listed (ss-ct) = "N"
     and ct-swing (ss-ct) > ws-swing
    then
	move ss-ct			to	ss-ct-best
	move ct-swing (ss-ct)		to	ws-swing.
*   endif

ea3-99-exit.
    exit.
fa0-summary.

    move "RUN SUMMARY"			to	s1-section-title.
    move spaces				to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    move "CLAIMS RECORDS READ"		to	l4-label.
    move ctr-claims-mstr-reads		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "SERVICE LINES REPRICED"	to	l4-label.
    move ctr-lines-repriced		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "  OF WHICH PERCENTAGE PREMIUMS" to	l4-label.
    move ctr-premium-lines		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "  OF WHICH NOT PRICED ON F040" to	l4-label.
    move ctr-lines-unpriced		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "DOCTORS"			to	l4-label.
    move ctr-doctors			to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if ctr-claim-overflow > zero
    then
	move "*** CLAIMS OVER 99 LINES - LINES LEFT OUT"
					to	l4-label
	move ctr-claim-overflow		to	l4-count
	move l4-summary-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

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

    move "r103"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-lines-repriced		to	elp-count.
    move "SERVICE LINES REPRICED"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close fee-scenario.
    close oma-fee-mstr.
    close spec-diff-tbl.
    close claims-mstr.
    close doc-mstr.
    close dept-mstr.
    close impact-rpt-file.

    display "r103 - scenarios compared     " sc-used.
    display "r103 - claims records read    " ctr-claims-mstr-reads.
    display "r103 - service lines repriced " ctr-lines-repriced.
    display "r103 - doctors                " ctr-doctors.

    stop run.

az0-99-exit.
    exit.
xa5-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write impact-rpt-record		from	h1-impact-head after advancing page.
    write impact-rpt-record		from	h2-window-head after advancing 1 line.
    move 2				to	nbr-lines-this-page.

xa5-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa5-print-hdr		thru	xa5-99-exit.
*   endif

    write impact-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
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
    if hold-column-head not = spaces
    then
	move hold-column-head		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

xc0-99-exit.
    exit.
xf0-money-line.

*	(line-figures and the id and name are set on the way in; the
*	 change under each scenario is against the current fees)
    move lf-actual			to	l1-actual.
    move lf-current			to	l1-current.
    move spaces				to	l1-scenario (1)
						l1-scenario (2)
						l1-scenario (3)
						l1-scenario (4).
    perform xf1-scenario-change		thru	xf1-99-exit
	varying ss-scn from 1 by 1
	until   ss-scn > sc-used.

    move l1-money-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

xf0-99-exit.
    exit.
xf1-scenario-change.

    compute ws-change = lf-proposed (ss-scn) - lf-current.
    move ws-change			to	l1-change (ss-scn).
    if lf-current = zero
    then
	move zero			to	ws-change-pct
    else
	compute ws-change-pct rounded = ws-change * 100 / lf-current.
*   endif
    move ws-change-pct			to	l1-change-pct (ss-scn).

xf1-99-exit.
    exit.
xr0-return-work.

    return r103-work-file
	at end
	    move "Y"			to	eof-work-file.

xr0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
