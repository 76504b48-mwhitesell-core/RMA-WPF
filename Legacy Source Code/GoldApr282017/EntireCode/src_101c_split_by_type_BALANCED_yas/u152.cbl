identification division.
program-id. u152.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: u152 fee scenario - a proposed fee schedule
*			: f132 - proposed fee schedule scenarios
*			: f040 - oma fee master (code check)
*			: ru152 - scenario load report (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : proposed fee schedule load.  when MOH
*			publishes a proposed schedule change, or an
*			OMA negotiation puts rates on the table, the
*			proposal is loaded here as a named scenario
*			for the r103 impact simulator - never over
*			the live f040 fees or the f045 history.  an
*			"S" record names the scenario and any across-
*			the-board change; the "F" and "D" records
*			after it are its proposed fees and specialty
*			differentials.  loading a scenario again
*			replaces it whole.  a code that is not on
*			the fee master is loaded (a proposal may add
*			codes) but listed.
*
*			  scenario file record layouts -
*			  "S" scenario x(6), description x(30),
*			      general change sign x, percent 9(3)v99
*			  "F" oma code x(4), ohip fee 9(4)v999,
*			      oma fee 9(4)v999, percent/flat add-on x
*			  "D" specialty 99, oma code from x(4),
*			      oma code to x(4), type "P"/"F",
*			      percent sign x, percent 9(3)v99,
*			      flat sign x, flat amount 9(5)v99
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    select scenario-in
	assign to disk "$pb_data/u152_fee_scenario"
	organization is line sequential
	file status is status-scenario-in.
*
    copy "f132_fee_scenario.slr".
*
    copy "f040_oma_fee_mstr.slr".
*
    select load-rpt-file
	assign to printer print-file-name
	file status is status-load-rpt.
*
data division.
file section.
*
fd  scenario-in
    record contains 80 characters.

01  scenario-in-rec.
    05  sin-rec-type			pic x.
    05  sin-rec-data			pic x(79).
01  sin-scenario-rec redefines scenario-in-rec.
    05  filler				pic x.
    05  sin-scenario-cd			pic x(6).
    05  sin-desc			pic x(30).
    05  sin-general-sign		pic x.
    05  sin-general-pct			pic 9(3)v99.
    05  filler				pic x(37).
01  sin-fee-rec redefines scenario-in-rec.
    05  filler				pic x.
    05  sin-oma-cd			pic x(4).
    05  sin-h-fee-1			pic 9(4)v999.
    05  sin-a-fee-1			pic 9(4)v999.
    05  sin-perc-flat-ind		pic x.
    05  filler				pic x(60).
01  sin-diff-rec redefines scenario-in-rec.
    05  filler				pic x.
    05  sin-spec-cd			pic 99.
    05  sin-oma-cd-from			pic x(4).
    05  sin-oma-cd-to			pic x(4).
    05  sin-adj-type			pic x.
    05  sin-pct-sign			pic x.
    05  sin-pct				pic 9(3)v99.
    05  sin-flat-sign			pic x.
    05  sin-flat			pic 9(5)v99.
    05  filler				pic x(54).
*
    copy "f132_fee_scenario.fd".
*
    copy "f040_oma_fee_mstr.fd".
*
fd  load-rpt-file
    record contains 132 characters.

01  load-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru152".
77  status-load-rpt			pic xx	value zero.
77  status-scenario-in			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-fee-scenario		pic xx	value zero.
77  status-cobol-oma-mstr		pic xx	value zero.

77  eof-scenario-in			pic x	value "N".
77  eof-fee-scenario			pic x	value "N".

*	(the scenario being loaded - "Y" open, "N" none yet)
77  scn-open				pic x	value "N".
77  ws-scenario-cd			pic x(6)	value spaces.
77  ws-reason				pic x(40)	value spaces.

*   the header of the scenario being loaded - rewritten with its
*   counts when the next scenario starts or the file ends

01  hold-header-rec			pic x(100)	value spaces.

01  counters.
    05  ctr-input-reads			pic 9(7)	value zero.
    05  ctr-scenarios-loaded		pic 9(5)	value zero.
    05  ctr-records-replaced		pic 9(7)	value zero.
    05  ctr-fees-loaded			pic 9(7)	value zero.
    05  ctr-diffs-loaded		pic 9(7)	value zero.
    05  ctr-records-rejected		pic 9(7)	value zero.
    05  ctr-codes-not-on-f040		pic 9(7)	value zero.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-load-head.
    05  filler				pic x(6)	value "u152".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(52)	value
		"PROPOSED FEE SCHEDULE SCENARIO LOAD".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  l1-scenario-line.
    05  filler				pic x(9)	value "SCENARIO ".
    05  l1-scenario-cd			pic x(6).
    05  filler				pic x(2)	value spaces.
    05  l1-desc				pic x(30).
    05  filler				pic x(17)	value
		"  GENERAL CHANGE ".
    05  l1-general-pct			pic zz9.99-.
    05  filler				pic x		value "%".

01  l2-record-line.
    05  filler				pic x(5)	value spaces.
    05  l2-record			pic x(40).
    05  filler				pic x(2)	value spaces.
    05  l2-reason			pic x(40).

01  l3-count-line.
    05  filler				pic x(5)	value spaces.
    05  l3-fee-count			pic zz,zz9.
    05  filler				pic x(16)	value
		" FEES LOADED   ".
    05  l3-diff-count			pic zz9.
    05  filler				pic x(24)	value
		" DIFFERENTIALS LOADED".

01  l4-summary-line.
    05  l4-label			pic x(40).
    05  l4-count			pic zzz,zz9.

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

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-load-record		thru ab0-99-exit
	until eof-scenario-in = "Y".
    perform ae0-close-scenario		thru ae0-99-exit.
    perform ea0-summary			thru ea0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    open i-o   fee-scenario.
    open input oma-fee-mstr.
    open output load-rpt-file.

    move "u152"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

*	(no file - nothing to load)
    open input scenario-in.
    if status-scenario-in not = "00"
    then
	move "Y"			to	eof-scenario-in
	move "NO PROPOSED SCHEDULE TO LOAD"
					to	l2-reason
	move l2-record-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

aa0-99-exit.
    exit.
ab0-load-record.

    read scenario-in
	at end
	    move "Y"			to	eof-scenario-in
	    close scenario-in
	    go to ab0-99-exit.

    add 1				to	ctr-input-reads.

    if sin-rec-type = "S"
    then
	perform ae0-close-scenario	thru	ae0-99-exit
	perform ba0-open-scenario	thru	ba0-99-exit
	go to ab0-99-exit.
*   endif

    if scn-open not = "Y"
    then
	move "NO SCENARIO RECORD AHEAD OF IT"
					to	ws-reason
	perform xd0-reject		thru	xd0-99-exit
	go to ab0-99-exit.
*   endif

    if sin-rec-type = "F"
    then
	perform ca0-load-fee		thru	ca0-99-exit
    else
	if sin-rec-type = "D"
	then
	    perform cb0-load-differential thru	cb0-99-exit
	else
	    move "RECORD TYPE NOT S, F OR D"
					to	ws-reason
	    perform xd0-reject		thru	xd0-99-exit.
*	endif
*   endif

ab0-99-exit.
    exit.
ae0-close-scenario.

*	(the header goes back with what was loaded under it)
    if scn-open not = "Y"
    then
	go to ae0-99-exit.
*   endif

    move "N"				to	scn-open.
    move hold-header-rec		to	fee-scenario-rec.
    rewrite fee-scenario-rec
	invalid key
	    display "u152 - scenario header lost " ws-scenario-cd.

    move scn-fee-count			to	l3-fee-count.
    move scn-diff-count			to	l3-diff-count.
    move l3-count-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add 1				to	ctr-scenarios-loaded.

ae0-99-exit.
    exit.
ba0-open-scenario.

    if   sin-scenario-cd = spaces
      or sin-general-pct not numeric
      or (    sin-general-sign not = "+"
	  and sin-general-sign not = "-"
	  and sin-general-sign not = space)
    then
	move "SCENARIO NAME OR GENERAL CHANGE INVALID"
					to	ws-reason
	perform xd0-reject		thru	xd0-99-exit
	go to ba0-99-exit.
*   endif

    move sin-scenario-cd		to	ws-scenario-cd.

*	(a scenario loaded again replaces the old one whole)
    perform bb0-remove-scenario		thru	bb0-99-exit.

    move spaces				to	fee-scenario-rec.
    move ws-scenario-cd			to	scn-scenario-cd.
    move "H"				to	scn-rec-type.
    move sin-desc			to	scn-desc.
    move sin-general-pct		to	scn-general-pct.
    if sin-general-sign = "-"
    then
	compute scn-general-pct = 0 - sin-general-pct.
*   endif
    move sys-date-long			to	scn-load-date.
    move zero				to	scn-fee-count
						scn-diff-count.

    write fee-scenario-rec
	invalid key
	    move "SCENARIO HEADER COULD NOT BE WRITTEN"
					to	ws-reason
	    perform xd0-reject		thru	xd0-99-exit
	    go to ba0-99-exit.

    move fee-scenario-rec		to	hold-header-rec.
    move "Y"				to	scn-open.

    move ws-scenario-cd			to	l1-scenario-cd.
    move scn-desc			to	l1-desc.
    move scn-general-pct		to	l1-general-pct.
    move l1-scenario-line		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ba0-99-exit.
    exit.
bb0-remove-scenario.

    move spaces				to	scn-key.
    move ws-scenario-cd			to	scn-scenario-cd.
    move "N"				to	eof-fee-scenario.
    start fee-scenario key is greater than or equal to scn-key
	invalid key
	    go to bb0-99-exit.

bb0-10-read.

    read fee-scenario next
	at end
	    go to bb0-99-exit.

    if scn-scenario-cd not = ws-scenario-cd
    then
	go to bb0-99-exit.
*   endif

    delete fee-scenario record
	invalid key
	    go to bb0-99-exit.

    add 1				to	ctr-records-replaced.
    go to bb0-10-read.

bb0-99-exit.
    exit.
ca0-load-fee.

    if   sin-oma-cd = spaces
      or sin-h-fee-1 not numeric
      or sin-a-fee-1 not numeric
      or (    sin-perc-flat-ind not = space
	  and sin-perc-flat-ind not = "P"
	  and sin-perc-flat-ind not = "F"
	  and sin-perc-flat-ind not = "B")
    then
	move "FEE RECORD INVALID"	to	ws-reason
	perform xd0-reject		thru	xd0-99-exit
	go to ca0-99-exit.
*   endif

    move spaces				to	fee-scenario-rec.
    move ws-scenario-cd			to	scn-scenario-cd.
    move "F"				to	scn-rec-type.
    move sin-oma-cd			to	scn-oma-cd.
    move sin-h-fee-1			to	scn-h-fee-1.
    move sin-a-fee-1			to	scn-a-fee-1.
    move sin-perc-flat-ind		to	scn-perc-flat-ind.

    write fee-scenario-rec
	invalid key
	    move "CODE LISTED TWICE IN THE SCENARIO"
					to	ws-reason
	    perform xd0-reject		thru	xd0-99-exit
	    go to ca0-99-exit.

    add 1				to	ctr-fees-loaded.
    move hold-header-rec		to	fee-scenario-rec.
    add 1				to	scn-fee-count.
    move fee-scenario-rec		to	hold-header-rec.

*	(a new code is allowed but listed)
    move sin-oma-cd			to	fee-oma-cd.
    read oma-fee-mstr
	invalid key
	    add 1			to	ctr-codes-not-on-f040
	    move scenario-in-rec	to	l2-record
	    move "LOADED - CODE NOT ON THE FEE MASTER"
					to	l2-reason
	    move l2-record-line		to	print-line
	    perform xb0-write-rpt-record thru	xb0-99-exit.

ca0-99-exit.
    exit.
cb0-load-differential.

    if   sin-spec-cd not numeric
      or sin-oma-cd-from = spaces
      or sin-oma-cd-to < sin-oma-cd-from
      or (    sin-adj-type not = "P"
	  and sin-adj-type not = "F")
      or sin-pct not numeric
      or sin-flat not numeric
    then
	move "DIFFERENTIAL RECORD INVALID"
					to	ws-reason
	perform xd0-reject		thru	xd0-99-exit
	go to cb0-99-exit.
*   endif

    move spaces				to	fee-scenario-rec.
    move ws-scenario-cd			to	scn-scenario-cd.
    move "D"				to	scn-rec-type.
    move sin-spec-cd			to	scn-diff-spec-cd.
    move sin-oma-cd-from		to	scn-diff-oma-cd-from.
    move sin-oma-cd-to			to	scn-diff-oma-cd-to.
    move sin-adj-type			to	scn-diff-adj-type.
    move sin-pct			to	scn-diff-pct.
    if sin-pct-sign = "-"
    then
	compute scn-diff-pct = 0 - sin-pct.
*   endif
    move sin-flat			to	scn-diff-flat.
    if sin-flat-sign = "-"
    then
	compute scn-diff-flat = 0 - sin-flat.
*   endif

    write fee-scenario-rec
	invalid key
	    move "DIFFERENTIAL LISTED TWICE IN THE SCENARIO"
					to	ws-reason
	    perform xd0-reject		thru	xd0-99-exit
	    go to cb0-99-exit.

    add 1				to	ctr-diffs-loaded.
    move hold-header-rec		to	fee-scenario-rec.
    add 1				to	scn-diff-count.
    move fee-scenario-rec		to	hold-header-rec.

cb0-99-exit.
    exit.
ea0-summary.

    move "INPUT RECORDS READ"		to	l4-label.
    move ctr-input-reads		to	l4-count.
    move l4-summary-line		to	print-line.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "SCENARIOS LOADED"		to	l4-label.
    move ctr-scenarios-loaded		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "EARLIER SCENARIO RECORDS REPLACED"
					to	l4-label.
    move ctr-records-replaced		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "PROPOSED FEES LOADED"		to	l4-label.
    move ctr-fees-loaded		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "PROPOSED DIFFERENTIALS LOADED" to	l4-label.
    move ctr-diffs-loaded		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "CODES NOT ON THE FEE MASTER"	to	l4-label.
    move ctr-codes-not-on-f040		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "RECORDS REJECTED"		to	l4-label.
    move ctr-records-rejected		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ea0-99-exit.
    exit.
az0-end-of-job.

    move "u152"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-scenarios-loaded		to	elp-count.
    move "FEE SCENARIOS LOADED"		to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close fee-scenario.
    close oma-fee-mstr.
    close load-rpt-file.

    display "u152 - input records read     " ctr-input-reads.
    display "u152 - scenarios loaded       " ctr-scenarios-loaded.
    display "u152 - fees loaded            " ctr-fees-loaded.
    display "u152 - differentials loaded   " ctr-diffs-loaded.
    display "u152 - records rejected       " ctr-records-rejected.

    stop run.

az0-99-exit.
    exit.
xa5-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write load-rpt-record		from	h1-load-head after advancing page.
    move 1				to	nbr-lines-this-page.

xa5-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa5-print-hdr		thru	xa5-99-exit.
*   endif

    write load-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xd0-reject.

    add 1				to	ctr-records-rejected.
    move scenario-in-rec		to	l2-record.
    move ws-reason			to	l2-reason.
    move l2-record-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

xd0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
