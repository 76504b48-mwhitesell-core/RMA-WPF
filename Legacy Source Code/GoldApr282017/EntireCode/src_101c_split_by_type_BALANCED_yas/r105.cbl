identification division.
program-id. r105.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f020 - doctor master
*			: f052 - doctor revenue history (closed months)
*			: f050 - doctor revenue master (open month)
*			: f051 - doctor cash master (open month)
*			: f002 - claims master
*			: f085 - rejected claims
*			: f092 - MOH explanatory codes
*			: f075 - maintained AR extract
*			: f133 - scorecard history
*			: f103 - report distribution list
*			: r105_parm - scorecard month
*			: rr105 - doctor billing scorecard (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : monthly one-page billing scorecard per doctor,
*			every doctor with billing, claims or AR in one
*			run.  for the month (the one before the run
*			unless the parm names it), the month before
*			and the same month last year:
*			  - revenue billed: the f052 closed month (or
*			    the f050 month to date while u015 has not
*			    closed it), the direct-bill part being the
*			    non-ohip claim lines with service in the
*			    month (f050/f052 carry no payer - the
*			    r101 split), ohip the rest;
*			  - paid: f051 month-to-date cash by agency
*			    type, ohip for agents 0, 1 and 8 - only
*			    to be had while the month is still open;
*			  - claims submitted (submit date in the
*			    month) and claims rejected (f085 reject
*			    date in the month), the rejection rate and
*			    the three commonest error codes;
*			  - average days from service to submission
*			    and from submission to the last payment
*			    (the 365/30 approximation of r075);
*			  - open AR by age and credit balances off
*			    f075 as they stand on the run date.
*			each month's figures are kept on f133, and
*			the comparison columns are taken from there
*			when an earlier scorecard left them, so paid
*			cash and AR compare as they were; without one
*			the dated figures are worked out again and
*			paid and AR show N/A.
*			  every body line carries the doctor number,
*			  so the u802 capture / u127 delivery sends
*			  each doctor only their own page; every f103
*			  recipient of the statement (r153a) is added
*			  to the scorecard's list if not already on
*			  it.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f020_doctor_mstr.slr".
*
    copy "f052_doc_revenue_hist.slr".
*
    copy "f050_doc_revenue_mstr.slr".
*
    copy "f051_doc_cash_mstr.slr".
*
    copy "f002_claims_mstr.slr".
*
    copy "f085_rejected_claims.slr".
*
    copy "f092_moh_expl_codes.slr".
*
    copy "f075_ar_extract.slr".
*
    copy "f133_scorecard_hist.slr".
*
    copy "f103_dist_list.slr".
*
    select r105-parm-file
	assign to disk "$pb_data/r105_parm"
	organization is sequential
	file status is status-r105-parm.
*
    select scorecard-rpt-file
	assign to printer print-file-name
	file status is status-scorecard-rpt.
*
data division.
file section.
*
    copy "f020_doctor_mstr.fd".
*
    copy "f052_doc_revenue_hist.fd".
*
    copy "f050_doc_revenue_mstr.fd".
*
    copy "f051_doc_cash_mstr.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f085_rejected_claims.fd".
*
    copy "f092_moh_expl_codes.fd".
*
    copy "f075_ar_extract.fd".
*
    copy "f133_scorecard_hist.fd".
*
    copy "f103_dist_list.fd".
*
fd  r105-parm-file
    record contains 80 characters.

*	(type "M" - the month to report, yyyymm)
01  r105-parm-rec.
    05  r105-parm-type			pic x.
    05  r105-parm-month			pic 9(6).
    05  filler				pic x(73).

fd  scorecard-rpt-file
    record contains 132 characters.

01  scorecard-rpt-record		pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr105".
77  status-scorecard-rpt		pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-docrev-hist		pic xx	value zero.
77  status-cobol-docrev-mstr		pic xx	value zero.
77  status-cobol-docash-mstr		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-rejected-claims	pic xx	value zero.
77  status-cobol-moh-expl-codes		pic xx	value zero.
77  status-cobol-ar-extract		pic xx	value zero.
77  status-cobol-scorecard-hist		pic xx	value zero.
77  status-cobol-dist-list		pic xx	value zero.
77  status-r105-parm			pic xx	value zero.

77  eof-docrev-hist			pic x	value "N".
77  eof-docrev-mstr			pic x	value "N".
77  eof-docash-mstr			pic x	value "N".
77  eof-claims-mstr			pic x	value "N".
77  eof-rejected-claims			pic x	value "N".
77  eof-ar-extract			pic x	value "N".
77  eof-dist-list			pic x	value "N".

77  stmt-rpt-id				pic x(6)	value "r153a".
77  scorecard-rpt-id			pic x(6)	value "r105".
01  hold-dist-list-rec			pic x(100)	value spaces.

*   the three months - the scorecard month, the month before, the
*   same month last year

01  month-table.
    05  mt-month			pic 9(6)	occurs 3 times.
01  ws-month				pic 9(6)	value zero.
01  ws-month-r redefines ws-month.
    05  ws-month-yy			pic 9(4).
    05  ws-month-mm			pic 99.
77  ss-mth				pic 9		comp	value zero.
77  ws-date-month			pic 9(6)	value zero.

*   the clinics whose scorecard month u015 has closed to f052 - the
*   rest still carry it as the month to date on f050 and f051

01  clinic-closed-table.
    05  clinic-closed			pic x		occurs 100 times.
77  ss-clinic				pic 999		comp	value zero.

*   doctor being worked on - the number is the table subscript less
*   one

01  ws-doc-nbr				pic x(3)	value spaces.
01  ws-doc-nbr-r redefines ws-doc-nbr	pic 9(3).
77  ss-doc				pic 9(4)	comp	value zero.
77  ss-err				pic 99		comp	value zero.
77  ss-best				pic 99		comp	value zero.
77  ss-top				pic 9		comp	value zero.
77  ss-bucket				pic 9		comp	value zero.
77  ss-col				pic 9		comp	value zero.
77  ws-best-count			pic s9(7)	value zero.
77  ws-error-cd				pic x(3)	value spaces.

01  doctor-table.
    05  dt-doctor			occurs 1000 times.
	10  dt-active			pic x.
	10  dt-month			occurs 3 times.
	    15  dm-billed-total		pic s9(9)v99	comp-3.
	    15  dm-billed-direct	pic s9(9)v99	comp-3.
	    15  dm-paid-ohip		pic s9(9)v99	comp-3.
	    15  dm-paid-direct		pic s9(9)v99	comp-3.
	    15  dm-submitted		pic 9(7)	comp-3.
	    15  dm-rejected		pic 9(7)	comp-3.
	    15  dm-submit-days		pic s9(9)	comp-3.
	    15  dm-submit-claims	pic 9(7)	comp-3.
	    15  dm-pay-days		pic s9(9)	comp-3.
	    15  dm-pay-claims		pic 9(7)	comp-3.
	    15  dm-error		occurs 10 times.
		20  dm-error-cd		pic x(3).
		20  dm-error-count	pic 9(5)	comp-3.
	10  dt-paid-closed		pic x.
	10  dt-ar-bucket		pic s9(9)v99	comp-3
					occurs 5 times.
	10  dt-credit-count		pic 9(5)	comp-3.
	10  dt-credit-amt		pic s9(9)v99	comp-3.

*   claim and rejection being worked on

01  ws-current-claim.
    05  cur-claim-id			pic x(11).
    05  cur-doc-ss			pic 9(4)	comp.
    05  cur-agent-cd			pic 9.
77  ws-ohip-agent			pic x	value "N".
77  ws-hold-rej-claim			pic x(11)	value spaces.
77  ws-hold-rej-month			pic 9		value zero.

*   365/30 day arithmetic (as r075 ages its claims)

01  ws-date-from			pic 9(8)	value zero.
01  ws-date-from-r redefines ws-date-from.
    05  ws-from-yy			pic 9(4).
    05  ws-from-mm			pic 99.
    05  ws-from-dd			pic 99.
01  ws-date-to				pic 9(8)	value zero.
01  ws-date-to-r redefines ws-date-to.
    05  ws-to-yy			pic 9(4).
    05  ws-to-mm			pic 99.
    05  ws-to-dd			pic 99.
77  ws-days				pic s9(7)	value zero.

*   the figures printed in each column

01  column-figures.
    05  cf-column			occurs 3 times.
	10  cf-billed-ohip		pic s9(9)v99.
	10  cf-billed-direct		pic s9(9)v99.
	10  cf-paid-ohip		pic s9(9)v99.
	10  cf-paid-direct		pic s9(9)v99.
	10  cf-paid-avail		pic x.
	10  cf-submitted		pic 9(7).
	10  cf-rejected			pic 9(7).
	10  cf-top-error		occurs 3 times.
	    15  cf-error-cd		pic x(3).
	    15  cf-error-count		pic 9(5).
	10  cf-days-to-submit		pic 9(5)v9.
	10  cf-days-to-pay		pic 9(5)v9.
	10  cf-ar-avail			pic x.
	10  cf-ar-bucket		pic s9(9)v99	occurs 5 times.
	10  cf-credit-count		pic 9(5).
	10  cf-credit-amt		pic s9(9)v99.
77  ws-amount				pic s9(11)v99	value zero.
77  ws-pct				pic 999v9	value zero.

01  ws-row-cd				pic 99		value zero.
    88  row-billed-ohip				value 1.
    88  row-billed-direct			value 2.
    88  row-billed-total			value 3.
    88  row-paid-ohip				value 4.
    88  row-paid-direct				value 5.
    88  row-paid-total				value 6.
    88  row-submitted				value 7.
    88  row-rejected				value 8.
    88  row-reject-rate				value 9.
    88  row-top-error				value 10.
    88  row-days-to-submit			value 11.
    88  row-days-to-pay				value 12.
    88  row-ar-bucket				value 13.
    88  row-ar-total				value 14.
    88  row-credit-count			value 15.
    88  row-credit-amt				value 16.

*   one column value, edited to the right of 16 places

01  fv-text				pic x(16).
01  fv-money redefines fv-text.
    05  filler				pic x.
    05  fv-money-ed			pic zzz,zzz,zz9.99-.
01  fv-count redefines fv-text.
    05  filler				pic x(5).
    05  fv-count-ed			pic zzz,zzz,zz9.
01  fv-pct redefines fv-text.
    05  filler				pic x(10).
    05  fv-pct-ed			pic zz9.9.
    05  fv-pct-sign			pic x.
01  fv-days redefines fv-text.
    05  filler				pic x(9).
    05  fv-days-ed			pic zzzz9.9.
01  fv-error redefines fv-text.
    05  filler				pic x(4).
    05  fv-error-cd			pic x(3).
    05  filler				pic x(2).
    05  fv-error-open			pic x.
    05  fv-error-count			pic zzzz9.
    05  fv-error-close			pic x.

01  counters.
    05  ctr-claims-mstr-reads		pic 9(9)	value zero.
    05  ctr-rejects-read		pic 9(9)	value zero.
    05  ctr-ar-rows-read		pic 9(9)	value zero.
    05  ctr-doctors-printed		pic 9(5)	value zero.
    05  ctr-history-written		pic 9(5)	value zero.
    05  ctr-recipients-added		pic 9(5)	value zero.

    copy "f002_claims_mstr_rec1_2.ws".

    copy "def_agents.ws".

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-scorecard-head.
    05  filler				pic x(6)	value "r105".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(52)	value
		"DOCTOR BILLING SCORECARD".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-doctor-head.
    05  h2-doc-nbr			pic x(3).
    05  filler				pic x(2)	value spaces.
    05  h2-doc-name			pic x(25).
    05  filler				pic x(5)	value spaces.
    05  filler				pic x(15)	value
		"SCORECARD FOR ".
    05  h2-month-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h2-month-mm			pic 99.

01  h3-column-head.
    05  h3-doc-nbr			pic x(3).
    05  filler				pic x(34)	value spaces.
    05  h3-column			occurs 3 times.
	10  filler			pic x(2).
	10  h3-title			pic x(12).
	10  h3-yy			pic 9(4).
01  h3-column-head-r redefines h3-column-head.
    05  filler				pic x(37).
    05  h3-column-text			pic x(18)	occurs 3 times.

01  l1-figure-line.
    05  l1-doc-nbr			pic x(3).
    05  filler				pic x(2)	value spaces.
    05  l1-label			pic x(32).
    05  l1-column			occurs 3 times.
	10  filler			pic x(2).
	10  l1-value			pic x(16).
    05  filler				pic x(2)	value spaces.
    05  l1-note				pic x(38).

01  l2-section-line.
    05  l2-doc-nbr			pic x(3).
    05  filler				pic x(2)	value spaces.
    05  l2-title			pic x(60).

01  l4-summary-line.
    05  l4-label			pic x(40).
    05  l4-count			pic zzz,zzz,zz9.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-doc-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display "error in accessing doctor master - status "
	    common-status-file.
    stop "error in accessing doctor master".

err-docrev-hist-file section.
    use after standard error procedure on docrev-hist.
err-docrev-hist.
    move status-cobol-docrev-hist	to common-status-file.
    display "error in accessing doctor revenue history - status "
	    common-status-file.
    stop "error in accessing doctor revenue history".

err-docrev-file section.
    use after standard error procedure on docrev-mstr.
err-docrev-mstr.
    move status-cobol-docrev-mstr	to common-status-file.
    display "error in accessing doctor revenue master - status "
	    common-status-file.
    stop "error in accessing doctor revenue master".

err-docash-file section.
    use after standard error procedure on docash-mstr.
err-docash-mstr.
    move status-cobol-docash-mstr	to common-status-file.
    display "error in accessing doctor cash master - status "
	    common-status-file.
    stop "error in accessing doctor cash master".

err-claims-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display "error in accessing claims master - status "
	    common-status-file.
    stop "error in accessing claims master".

err-rejected-file section.
    use after standard error procedure on rejected-claims.
err-rejected-claims.
    move status-cobol-rejected-claims	to common-status-file.
    display "error in accessing rejected claims - status "
	    common-status-file.
    stop "error in accessing rejected claims".

err-expl-file section.
    use after standard error procedure on moh-expl-codes.
err-moh-expl-codes.
    move status-cobol-moh-expl-codes	to common-status-file.
    display "error in accessing MOH explanatory codes - status "
	    common-status-file.
    stop "error in accessing MOH explanatory codes".

err-ar-file section.
    use after standard error procedure on ar-extract.
err-ar-extract.
    move status-cobol-ar-extract	to common-status-file.
    display "error in accessing AR extract - status "
	    common-status-file.
    stop "error in accessing AR extract".

err-history-file section.
    use after standard error procedure on scorecard-hist.
err-scorecard-hist.
    move status-cobol-scorecard-hist	to common-status-file.
    display "error in accessing scorecard history - status "
	    common-status-file.
    stop "error in accessing scorecard history".

err-dls-file section.
    use after standard error procedure on dist-list.
err-dist-list.
    move status-cobol-dist-list		to common-status-file.
    display "error in accessing distribution list - status "
	    common-status-file.
    stop "error in accessing distribution list".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.

    perform ab0-billed-revenue		thru ab0-99-exit.
    perform ad0-paid-cash		thru ad0-99-exit.
    perform ae0-claims			thru ae0-99-exit.
    perform af0-rejections		thru af0-99-exit.
    perform ag0-open-ar			thru ag0-99-exit.

    perform ba0-doctor-scorecard	thru ba0-99-exit
	varying ss-doc from 1 by 1
	until   ss-doc > 1000.

    perform da0-scorecard-recipients	thru da0-99-exit.
    perform fa0-summary			thru fa0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.
    move spaces				to clinic-closed-table.

    perform aa1-clear-doctor		thru aa1-99-exit
	varying ss-doc from 1 by 1
	until   ss-doc > 1000.

*	(the month before the run date unless the parm names one)
    move sys-yy				to	ws-month-yy.
    move sys-mm				to	ws-month-mm.
    if ws-month-mm = 1
    then
	move 12				to	ws-month-mm
	subtract 1			from	ws-month-yy
    else
	subtract 1			from	ws-month-mm.
*   endif

    open input r105-parm-file.
    if status-r105-parm = "00"
    then
	read r105-parm-file
	    at end
		move space		to	r105-parm-type
	end-read
	if   r105-parm-type = "M"
	 and r105-parm-month numeric
	 and r105-parm-month (5:2) > "00"
	 and r105-parm-month (5:2) < "13"
	then
	    move r105-parm-month	to	ws-month
	end-if
	close r105-parm-file.
*   endif

*	(the month, the month before, the same month last year)
    move ws-month			to	mt-month (1).
    move ws-month-yy			to	h2-month-yy
						h3-yy (1).
    move ws-month-mm			to	h2-month-mm.
    if ws-month-mm = 1
    then
	move 12				to	ws-month-mm
	subtract 1			from	ws-month-yy
    else
	subtract 1			from	ws-month-mm.
*   endif
    move ws-month			to	mt-month (2).
    move ws-month-yy			to	h3-yy (2).
    move mt-month (1)			to	ws-month.
    subtract 1				from	ws-month-yy.
    move ws-month			to	mt-month (3).
    move ws-month-yy			to	h3-yy (3).

    move "THIS MONTH"			to	h3-title (1).
    move "PRIOR MONTH"			to	h3-title (2).
    move "LAST YEAR"			to	h3-title (3).

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    open input doc-mstr.
    open input docrev-hist.
    open input docrev-mstr.
    open input docash-mstr.
    open input claims-mstr.
    open input rejected-claims.
    open input moh-expl-codes.
    open input ar-extract.
    open i-o   scorecard-hist.
    open i-o   dist-list.
    open output scorecard-rpt-file.

    move "r105"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
aa1-clear-doctor.

    move "N"				to	dt-active (ss-doc)
						dt-paid-closed (ss-doc).
    move zero				to	dt-credit-count (ss-doc)
						dt-credit-amt (ss-doc).
    perform aa2-clear-month		thru	aa2-99-exit
	varying ss-mth from 1 by 1
	until   ss-mth > 3.
    perform aa4-clear-bucket		thru	aa4-99-exit
	varying ss-bucket from 1 by 1
	until   ss-bucket > 5.

aa1-99-exit.
    exit.
aa2-clear-month.

    move zero				to	dm-billed-total (ss-doc, ss-mth)
						dm-billed-direct (ss-doc, ss-mth)
						dm-paid-ohip (ss-doc, ss-mth)
						dm-paid-direct (ss-doc, ss-mth)
						dm-submitted (ss-doc, ss-mth)
						dm-rejected (ss-doc, ss-mth)
						dm-submit-days (ss-doc, ss-mth)
						dm-submit-claims (ss-doc, ss-mth)
						dm-pay-days (ss-doc, ss-mth)
						dm-pay-claims (ss-doc, ss-mth).
    perform aa3-clear-error		thru	aa3-99-exit
	varying ss-err from 1 by 1
	until   ss-err > 10.

aa2-99-exit.
    exit.
aa3-clear-error.

    move spaces				to	dm-error-cd (ss-doc, ss-mth, ss-err).
    move zero				to	dm-error-count (ss-doc, ss-mth, ss-err).

aa3-99-exit.
    exit.
aa4-clear-bucket.

    move zero				to	dt-ar-bucket (ss-doc, ss-bucket).

aa4-99-exit.
    exit.
ab0-billed-revenue.

*	(the closed months first - a clinic with the scorecard month
*	 on f052 takes nothing off f050 or f051)
    move low-values			to	dh-key.
    start docrev-hist key is greater than or equal to dh-key
	invalid key
	    move "Y"			to	eof-docrev-hist.

    perform ab1-read-docrev-hist	thru	ab1-99-exit
	until eof-docrev-hist = "Y".

    move low-values			to	docrev-key.
    start docrev-mstr key is greater than or equal to docrev-key
	invalid key
	    move "Y"			to	eof-docrev-mstr.

    perform ab2-read-docrev-mstr	thru	ab2-99-exit
	until eof-docrev-mstr = "Y".

ab0-99-exit.
    exit.
ab1-read-docrev-hist.

    read docrev-hist next
	at end
	    move "Y"			to	eof-docrev-hist
	    go to ab1-99-exit.

    move dh-yyyymm			to	ws-date-month.
    perform xm0-which-month		thru	xm0-99-exit.
    if ss-mth = zero
    then
	go to ab1-99-exit.
*   endif

    if ss-mth = 1
    then
	compute ss-clinic = dh-clinic-1-2 + 1
	move "Y"			to	clinic-closed (ss-clinic).
*   endif

    move dh-doc-nbr			to	ws-doc-nbr.
    perform xd0-doctor-subscript	thru	xd0-99-exit.
    if ss-doc = zero
    then
	go to ab1-99-exit.
*   endif

    compute dm-billed-total (ss-doc, ss-mth) =
	dm-billed-total (ss-doc, ss-mth) + dh-mtd-in-rec + dh-mtd-out-rec.

ab1-99-exit.
    exit.
ab2-read-docrev-mstr.

    read docrev-mstr next
	at end
	    move "Y"			to	eof-docrev-mstr
	    go to ab2-99-exit.

*	(the month to date is the scorecard month only where u015
*	 has not closed it yet)
    compute ss-clinic = docrev-clinic-1-2 + 1.
    if clinic-closed (ss-clinic) = "Y"
    then
	go to ab2-99-exit.
*   endif

    move docrev-doc-nbr			to	ws-doc-nbr.
    perform xd0-doctor-subscript	thru	xd0-99-exit.
    if ss-doc = zero
    then
	go to ab2-99-exit.
*   endif

    compute dm-billed-total (ss-doc, 1) =
	dm-billed-total (ss-doc, 1) + docrev-mtd-in-rec + docrev-mtd-out-rec.

ab2-99-exit.
    exit.
ad0-paid-cash.

    move low-values			to	docash-key.
    start docash-mstr key is greater than or equal to docash-key
	invalid key
	    move "Y"			to	eof-docash-mstr.

ad0-10-read.

    if eof-docash-mstr = "Y"
    then
	go to ad0-99-exit.
*   endif

    read docash-mstr next
	at end
	    move "Y"			to	eof-docash-mstr
	    go to ad0-99-exit.

    move docash-doc-nbr			to	ws-doc-nbr.
    perform xd0-doctor-subscript	thru	xd0-99-exit.
    if ss-doc = zero
    then
	go to ad0-10-read.
*   endif

*	(a closed clinic's cash has gone with the month)
    compute ss-clinic = docash-clinic-1-2 + 1.
    if clinic-closed (ss-clinic) = "Y"
    then
	move "Y"			to	dt-paid-closed (ss-doc)
	go to ad0-10-read.
*   endif

    move docash-agency-type		to	def-agent-code.
    if   def-agent-ohip
      or def-agent-ohip-wcb
      or def-agent-alternate-funding
    then
	add docash-mtd-in-rec		to	dm-paid-ohip (ss-doc, 1)
    else
	add docash-mtd-in-rec		to	dm-paid-direct (ss-doc, 1).
*   endif

    go to ad0-10-read.

ad0-99-exit.
    exit.
ae0-claims.

    move spaces				to	ws-current-claim.
    move zero				to	cur-doc-ss.
    move low-values			to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr.

ae0-10-read.

    if eof-claims-mstr = "Y"
    then
	go to ae0-99-exit.
*   endif

    read claims-mstr next
	at end
	    move "Y"			to	eof-claims-mstr
	    go to ae0-99-exit.

    if key-clm-key-type not = "B"
    then
	move "Y"			to	eof-claims-mstr
	go to ae0-99-exit.
*   endif

    add 1				to	ctr-claims-mstr-reads.

*	(a header - submission and payment)
    if   key-clm-oma-cd = zeros
      or key-clm-oma-cd = spaces
    then
	move claims-mstr-rec		to	claim-header-rec
	perform ae1-claim-header	thru	ae1-99-exit
	go to ae0-10-read.
*   endif

*	(a service line - the direct-bill part of the billing)
    if   cur-doc-ss = zero
      or ws-ohip-agent = "Y"
    then
	go to ae0-10-read.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.

    if   k-clmdtl-b-oma-cd = "PAID"
      or k-clmdtl-b-oma-cd = "ADJU"
      or k-clmdtl-b-oma-cd = "WOFF"
      or k-clmdtl-b-adj-nbr not = zero
      or k-clmdtl-b-data (1:11) not = cur-claim-id
    then
	go to ae0-10-read.
*   endif

    move clmdtl-sv-date (1:6)		to	ws-date-month.
    perform xm0-which-month		thru	xm0-99-exit.
    if ss-mth = zero
    then
	go to ae0-10-read.
*   endif

    add clmdtl-fee-oma			to	dm-billed-direct (cur-doc-ss, ss-mth).
    move "Y"				to	dt-active (cur-doc-ss).

    go to ae0-10-read.

ae0-99-exit.
    exit.
ae1-claim-header.

    move clmhdr-claim-id		to	cur-claim-id.
    move clmhdr-agent-cd		to	cur-agent-cd
						def-agent-code.
    if   def-agent-ohip
      or def-agent-ohip-wcb
      or def-agent-alternate-funding
    then
	move "Y"			to	ws-ohip-agent
    else
	move "N"			to	ws-ohip-agent.
*   endif

    move clmhdr-batch-nbr-3-6 (2:3)	to	ws-doc-nbr.
    perform xd0-doctor-subscript	thru	xd0-99-exit.
    move ss-doc				to	cur-doc-ss.
    if   ss-doc = zero
      or clmhdr-submit-date not numeric
      or clmhdr-submit-date = zeros
    then
	go to ae1-99-exit.
*   endif

*	(submitted in one of the months - days from service)
    move clmhdr-submit-date (1:6)	to	ws-date-month.
    perform xm0-which-month		thru	xm0-99-exit.
    if ss-mth not = zero
    then
	add 1				to	dm-submitted (ss-doc, ss-mth)
	move "Y"			to	dt-active (ss-doc)
	if clmhdr-serv-date not = zero
	then
	    move clmhdr-serv-date	to	ws-date-from
	    move clmhdr-submit-date	to	ws-date-to
	    perform xn0-days-between	thru	xn0-99-exit
	    add ws-days			to	dm-submit-days (ss-doc, ss-mth)
	    add 1			to	dm-submit-claims (ss-doc, ss-mth)
	end-if.
*   endif

*	(last paid in one of the months - days from submission)
    if   clmhdr-date-cash-tape-payment not numeric
      or clmhdr-date-cash-tape-payment = zeros
    then
	go to ae1-99-exit.
*   endif
    move clmhdr-date-cash-tape-payment (1:6)
					to	ws-date-month.
    perform xm0-which-month		thru	xm0-99-exit.
    if ss-mth not = zero
    then
	move clmhdr-submit-date		to	ws-date-from
	move clmhdr-date-cash-tape-payment
					to	ws-date-to
	perform xn0-days-between	thru	xn0-99-exit
	add ws-days			to	dm-pay-days (ss-doc, ss-mth)
	add 1				to	dm-pay-claims (ss-doc, ss-mth).
*   endif

ae1-99-exit.
    exit.
af0-rejections.

*	(a claim counts once however many of its lines bounced; each
*	 code on each entry counts toward the commonest)
    move low-values			to	rej-key.
    start rejected-claims key is greater than or equal to rej-key
	invalid key
	    move "Y"			to	eof-rejected-claims.

af0-10-read.

    if eof-rejected-claims = "Y"
    then
	go to af0-99-exit.
*   endif

    read rejected-claims next
	at end
	    move "Y"			to	eof-rejected-claims
	    go to af0-99-exit.

    add 1				to	ctr-rejects-read.

    move reject-date (1:6)		to	ws-date-month.
    perform xm0-which-month		thru	xm0-99-exit.
    if ss-mth = zero
    then
	go to af0-10-read.
*   endif

    move doc-nbr of rejected-claims-rec	to	ws-doc-nbr.
    perform xd0-doctor-subscript	thru	xd0-99-exit.
    if ss-doc = zero
    then
	go to af0-10-read.
*   endif

    move "Y"				to	dt-active (ss-doc).
    if   rej-claim-id not = ws-hold-rej-claim
      or ss-mth not = ws-hold-rej-month
    then
	add 1				to	dm-rejected (ss-doc, ss-mth)
	move rej-claim-id		to	ws-hold-rej-claim
	move ss-mth			to	ws-hold-rej-month.
*   endif

    move mess-code			to	ws-error-cd.
    perform af1-count-error		thru	af1-99-exit.
    move rej-error-cd (1)		to	ws-error-cd.
    perform af1-count-error		thru	af1-99-exit.
    move rej-error-cd (2)		to	ws-error-cd.
    perform af1-count-error		thru	af1-99-exit.

    go to af0-10-read.

af0-99-exit.
    exit.
af1-count-error.

    if ws-error-cd = spaces
    then
	go to af1-99-exit.
*   endif

    perform af2-find-error		thru	af2-99-exit
	varying ss-err from 1 by 1
	until   ss-err > 10
	   or   dm-error-cd (ss-doc, ss-mth, ss-err) = ws-error-cd
	   or   dm-error-cd (ss-doc, ss-mth, ss-err) = spaces.

*	(more than ten different codes in the month - the rest are
*	 too rare to make the three commonest)
    if ss-err > 10
    then
	go to af1-99-exit.
*   endif

    move ws-error-cd			to	dm-error-cd (ss-doc, ss-mth, ss-err).
    add 1				to	dm-error-count (ss-doc, ss-mth, ss-err).

af1-99-exit.
    exit.
af2-find-error.

*	(the search is all in the varying clause)

af2-99-exit.
    exit.
ag0-open-ar.

    move low-values			to	arx-claim-id.
    start ar-extract key is greater than or equal to arx-claim-id
	invalid key
	    move "Y"			to	eof-ar-extract.

ag0-10-read.

    if eof-ar-extract = "Y"
    then
	go to ag0-99-exit.
*   endif

    read ar-extract next
	at end
	    move "Y"			to	eof-ar-extract
	    go to ag0-99-exit.

    add 1				to	ctr-ar-rows-read.

    if   arx-status not = 0
      or arx-balance-due = zero
    then
	go to ag0-10-read.
*   endif

    move arx-doc-nbr (2:3)		to	ws-doc-nbr.
    perform xd0-doctor-subscript	thru	xd0-99-exit.
    if ss-doc = zero
    then
	go to ag0-10-read.
*   endif

    move "Y"				to	dt-active (ss-doc).

    if arx-balance-due < zero
    then
	add 1				to	dt-credit-count (ss-doc)
	add arx-balance-due		to	dt-credit-amt (ss-doc)
	go to ag0-10-read.
*   endif

    move arx-claim-date			to	ws-date-from.
    move sys-date-long			to	ws-date-to.
    perform xn0-days-between		thru	xn0-99-exit.

    if ws-days not > 30
    then
	move 1				to	ss-bucket
    else
	if ws-days not > 60
	then
	    move 2			to	ss-bucket
	else
	    if ws-days not > 90
	    then
		move 3			to	ss-bucket
	    else
		if ws-days not > 120
		then
		    move 4		to	ss-bucket
		else
		    move 5		to	ss-bucket.
*		endif
*	    endif
*	endif
*   endif

    add arx-balance-due			to	dt-ar-bucket (ss-doc, ss-bucket).

    go to ag0-10-read.

ag0-99-exit.
    exit.
ba0-doctor-scorecard.

    if dt-active (ss-doc) = "N"
    then
	perform ba9-billed-only		thru	ba9-99-exit
	if dt-active (ss-doc) = "N"
	then
	    go to ba0-99-exit
	end-if.
*   endif

    compute ws-doc-nbr-r = ss-doc - 1.
    move ws-doc-nbr			to	doc-nbr of doc-mstr-rec.
    read doc-mstr
	invalid key
	    move "NOT ON DOCTOR MASTER"	to	doc-name.

*	(this month as worked out now, and kept)
    move 1				to	ss-mth.
    perform bb0-computed-column		thru	bb0-99-exit.
    perform bc0-keep-month		thru	bc0-99-exit.

*	(the comparison months as the scorecard then had them, else
*	 worked out again)
    move 2				to	ss-mth.
    perform bd0-comparison-column	thru	bd0-99-exit.
    move 3				to	ss-mth.
    perform bd0-comparison-column	thru	bd0-99-exit.

    perform ca0-print-scorecard		thru	ca0-99-exit.

ba0-99-exit.
    exit.
ba9-billed-only.

*	(a doctor with nothing but billed revenue still gets a page)
    if   dm-billed-total (ss-doc, 1) not = zero
      or dm-billed-total (ss-doc, 2) not = zero
      or dm-billed-total (ss-doc, 3) not = zero
      or dm-paid-ohip (ss-doc, 1) not = zero
      or dm-paid-direct (ss-doc, 1) not = zero
    then
	move "Y"			to	dt-active (ss-doc).
*   endif

ba9-99-exit.
    exit.
bb0-computed-column.

    compute cf-billed-ohip (ss-mth) =
	dm-billed-total (ss-doc, ss-mth) - dm-billed-direct (ss-doc, ss-mth).
    move dm-billed-direct (ss-doc, ss-mth)
					to	cf-billed-direct (ss-mth).
    move dm-paid-ohip (ss-doc, ss-mth)	to	cf-paid-ohip (ss-mth).
    move dm-paid-direct (ss-doc, ss-mth) to	cf-paid-direct (ss-mth).
    if   ss-mth = 1
     and dt-paid-closed (ss-doc) = "N"
    then
	move "Y"			to	cf-paid-avail (ss-mth)
    else
	move "N"			to	cf-paid-avail (ss-mth).
*   endif
    move dm-submitted (ss-doc, ss-mth)	to	cf-submitted (ss-mth).
    move dm-rejected (ss-doc, ss-mth)	to	cf-rejected (ss-mth).

    move zero				to	cf-days-to-submit (ss-mth)
						cf-days-to-pay (ss-mth).
    if dm-submit-claims (ss-doc, ss-mth) > zero
    then
	compute cf-days-to-submit (ss-mth) rounded =
	    dm-submit-days (ss-doc, ss-mth) / dm-submit-claims (ss-doc, ss-mth).
*   endif
    if dm-pay-claims (ss-doc, ss-mth) > zero
    then
	compute cf-days-to-pay (ss-mth) rounded =
	    dm-pay-days (ss-doc, ss-mth) / dm-pay-claims (ss-doc, ss-mth).
*   endif

*	(the three commonest error codes)
    perform bb1-top-error		thru	bb1-99-exit
	varying ss-top from 1 by 1
	until   ss-top > 3.
    perform bb3-unmark-error		thru	bb3-99-exit
	varying ss-err from 1 by 1
	until   ss-err > 10.

*	(AR stands as at today - only this month's column has it)
    if ss-mth = 1
    then
	move "Y"			to	cf-ar-avail (ss-mth)
	move dt-credit-count (ss-doc)	to	cf-credit-count (ss-mth)
	move dt-credit-amt (ss-doc)	to	cf-credit-amt (ss-mth)
	perform bb4-ar-bucket		thru	bb4-99-exit
	    varying ss-bucket from 1 by 1
	    until   ss-bucket > 5
    else
	move "N"			to	cf-ar-avail (ss-mth)
	move zero			to	cf-credit-count (ss-mth)
					cf-credit-amt (ss-mth)
					cf-ar-bucket (ss-mth, 1)
					cf-ar-bucket (ss-mth, 2)
					cf-ar-bucket (ss-mth, 3)
					cf-ar-bucket (ss-mth, 4)
					cf-ar-bucket (ss-mth, 5).
*   endif

bb0-99-exit.
    exit.
bb1-top-error.

    move spaces				to	cf-error-cd (ss-mth, ss-top).
    move zero				to	cf-error-count (ss-mth, ss-top).
    move zero				to	ss-best.
    move zero				to	ws-best-count.
    perform bb2-best-error		thru	bb2-99-exit
	varying ss-err from 1 by 1
	until   ss-err > 10.
    if ss-best = zero
    then
	go to bb1-99-exit.
*   endif

    move dm-error-cd (ss-doc, ss-mth, ss-best)
					to	cf-error-cd (ss-mth, ss-top).
    move dm-error-count (ss-doc, ss-mth, ss-best)
					to	cf-error-count (ss-mth, ss-top).
*	(taken - the count goes negative until bb3 restores it)
    compute dm-error-count (ss-doc, ss-mth, ss-best) =
	0 - dm-error-count (ss-doc, ss-mth, ss-best).

bb1-99-exit.
    exit.
bb2-best-error.

    if   dm-error-cd (ss-doc, ss-mth, ss-err) not = spaces
     and dm-error-count (ss-doc, ss-mth, ss-err) > ws-best-count
    then
	move ss-err			to	ss-best
	move dm-error-count (ss-doc, ss-mth, ss-err)
					to	ws-best-count.
*   endif

bb2-99-exit.
    exit.
bb3-unmark-error.

    if dm-error-count (ss-doc, ss-mth, ss-err) < zero
    then
	compute dm-error-count (ss-doc, ss-mth, ss-err) =
	    0 - dm-error-count (ss-doc, ss-mth, ss-err).
*   endif

bb3-99-exit.
    exit.
bb4-ar-bucket.

    move dt-ar-bucket (ss-doc, ss-bucket)
					to	cf-ar-bucket (ss-mth, ss-bucket).

bb4-99-exit.
    exit.
bc0-keep-month.

*	(a rerun after u015 has closed the month keeps the paid cash
*	 the first scorecard took while it was open)
    move ws-doc-nbr			to	sch-doc-nbr.
    move mt-month (1)			to	sch-yyyymm.
    read scorecard-hist
	invalid key
	    move "N"			to	sch-paid-avail
	    move zero			to	sch-paid-ohip
					sch-paid-direct.

    if   cf-paid-avail (1) = "N"
     and sch-paid-avail = "Y"
    then
	move "Y"			to	cf-paid-avail (1)
	move sch-paid-ohip		to	cf-paid-ohip (1)
	move sch-paid-direct		to	cf-paid-direct (1).
*   endif

    move spaces				to	scorecard-hist-rec.
    move ws-doc-nbr			to	sch-doc-nbr.
    move mt-month (1)			to	sch-yyyymm.
    move sys-date-long			to	sch-run-date
						sch-ar-as-of-date.
    move cf-billed-ohip (1)		to	sch-billed-ohip.
    move cf-billed-direct (1)		to	sch-billed-direct.
    move cf-paid-ohip (1)		to	sch-paid-ohip.
    move cf-paid-direct (1)		to	sch-paid-direct.
    move cf-paid-avail (1)		to	sch-paid-avail.
    move cf-submitted (1)		to	sch-submitted.
    move cf-rejected (1)		to	sch-rejected.
    move cf-error-cd (1, 1)		to	sch-error-cd (1).
    move cf-error-count (1, 1)		to	sch-error-count (1).
    move cf-error-cd (1, 2)		to	sch-error-cd (2).
    move cf-error-count (1, 2)		to	sch-error-count (2).
    move cf-error-cd (1, 3)		to	sch-error-cd (3).
    move cf-error-count (1, 3)		to	sch-error-count (3).
    move cf-days-to-submit (1)		to	sch-days-to-submit.
    move cf-days-to-pay (1)		to	sch-days-to-pay.
    move cf-ar-bucket (1, 1)		to	sch-ar-bucket (1).
    move cf-ar-bucket (1, 2)		to	sch-ar-bucket (2).
    move cf-ar-bucket (1, 3)		to	sch-ar-bucket (3).
    move cf-ar-bucket (1, 4)		to	sch-ar-bucket (4).
    move cf-ar-bucket (1, 5)		to	sch-ar-bucket (5).
    move cf-credit-count (1)		to	sch-credit-count.
    move cf-credit-amt (1)		to	sch-credit-amt.

    write scorecard-hist-rec
	invalid key
	    rewrite scorecard-hist-rec.
    add 1				to	ctr-history-written.

bc0-99-exit.
    exit.
bd0-comparison-column.

    move ws-doc-nbr			to	sch-doc-nbr.
    move mt-month (ss-mth)		to	sch-yyyymm.
    read scorecard-hist
	invalid key
	    perform bb0-computed-column	thru	bb0-99-exit
	    go to bd0-99-exit.

    move sch-billed-ohip		to	cf-billed-ohip (ss-mth).
    move sch-billed-direct		to	cf-billed-direct (ss-mth).
    move sch-paid-ohip			to	cf-paid-ohip (ss-mth).
    move sch-paid-direct		to	cf-paid-direct (ss-mth).
    move sch-paid-avail			to	cf-paid-avail (ss-mth).
    move sch-submitted			to	cf-submitted (ss-mth).
    move sch-rejected			to	cf-rejected (ss-mth).
    move sch-error-cd (1)		to	cf-error-cd (ss-mth, 1).
    move sch-error-count (1)		to	cf-error-count (ss-mth, 1).
    move sch-error-cd (2)		to	cf-error-cd (ss-mth, 2).
    move sch-error-count (2)		to	cf-error-count (ss-mth, 2).
    move sch-error-cd (3)		to	cf-error-cd (ss-mth, 3).
    move sch-error-count (3)		to	cf-error-count (ss-mth, 3).
    move sch-days-to-submit		to	cf-days-to-submit (ss-mth).
    move sch-days-to-pay		to	cf-days-to-pay (ss-mth).
    move "Y"				to	cf-ar-avail (ss-mth).
    move sch-ar-bucket (1)		to	cf-ar-bucket (ss-mth, 1).
    move sch-ar-bucket (2)		to	cf-ar-bucket (ss-mth, 2).
    move sch-ar-bucket (3)		to	cf-ar-bucket (ss-mth, 3).
    move sch-ar-bucket (4)		to	cf-ar-bucket (ss-mth, 4).
    move sch-ar-bucket (5)		to	cf-ar-bucket (ss-mth, 5).
    move sch-credit-count		to	cf-credit-count (ss-mth).
    move sch-credit-amt			to	cf-credit-amt (ss-mth).

bd0-99-exit.
    exit.
ca0-print-scorecard.

    add 1				to	ctr-doctors-printed.

    move ws-doc-nbr			to	h2-doc-nbr
						h3-doc-nbr.
    move doc-name			to	h2-doc-name.
    move 99				to	nbr-lines-this-page.

    move h3-column-head			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "REVENUE BILLED"		to	l2-title.
    perform cb0-section-line		thru	cb0-99-exit.
    move 1				to	ws-row-cd.
    move "  OHIP"			to	l1-label.
    perform cc0-figure-line		thru	cc0-99-exit.
    move 2				to	ws-row-cd.
    move "  DIRECT BILL"		to	l1-label.
    perform cc0-figure-line		thru	cc0-99-exit.
    move 3				to	ws-row-cd.
    move "  TOTAL"			to	l1-label.
    perform cc0-figure-line		thru	cc0-99-exit.

    move "PAID"				to	l2-title.
    perform cb0-section-line		thru	cb0-99-exit.
    move 4				to	ws-row-cd.
    move "  OHIP"			to	l1-label.
    perform cc0-figure-line		thru	cc0-99-exit.
    move 5				to	ws-row-cd.
    move "  DIRECT BILL"		to	l1-label.
    perform cc0-figure-line		thru	cc0-99-exit.
    move 6				to	ws-row-cd.
    move "  TOTAL"			to	l1-label.
    perform cc0-figure-line		thru	cc0-99-exit.

    move "CLAIMS"			to	l2-title.
    perform cb0-section-line		thru	cb0-99-exit.
    move 7				to	ws-row-cd.
    move "  SUBMITTED"			to	l1-label.
    perform cc0-figure-line		thru	cc0-99-exit.
    move 8				to	ws-row-cd.
    move "  REJECTED"			to	l1-label.
    perform cc0-figure-line		thru	cc0-99-exit.
    move 9				to	ws-row-cd.
    move "  REJECTION RATE"		to	l1-label.
    perform cc0-figure-line		thru	cc0-99-exit.
    move 10				to	ws-row-cd.
    perform cd0-error-line		thru	cd0-99-exit
	varying ss-top from 1 by 1
	until   ss-top > 3.

    move "TURNAROUND (AVERAGE DAYS)"	to	l2-title.
    perform cb0-section-line		thru	cb0-99-exit.
    move 11				to	ws-row-cd.
    move "  SERVICE TO SUBMISSION"	to	l1-label.
    perform cc0-figure-line		thru	cc0-99-exit.
    move 12				to	ws-row-cd.
    move "  SUBMISSION TO PAYMENT"	to	l1-label.
    perform cc0-figure-line		thru	cc0-99-exit.

    move "OPEN ACCOUNTS RECEIVABLE (AS AT THE RUN DATE)"
					to	l2-title.
    perform cb0-section-line		thru	cb0-99-exit.
    move 13				to	ws-row-cd.
    perform ce0-bucket-line		thru	ce0-99-exit
	varying ss-bucket from 1 by 1
	until   ss-bucket > 5.
    move 14				to	ws-row-cd.
    move "  TOTAL"			to	l1-label.
    perform cc0-figure-line		thru	cc0-99-exit.

    move "CREDIT BALANCES OUTSTANDING"	to	l2-title.
    perform cb0-section-line		thru	cb0-99-exit.
    move 15				to	ws-row-cd.
    move "  CLAIMS"			to	l1-label.
    perform cc0-figure-line		thru	cc0-99-exit.
    move 16				to	ws-row-cd.
    move "  AMOUNT"			to	l1-label.
    perform cc0-figure-line		thru	cc0-99-exit.

ca0-99-exit.
    exit.
cb0-section-line.

    move ws-doc-nbr			to	l2-doc-nbr.
    move l2-section-line		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

cb0-99-exit.
    exit.
cc0-figure-line.

*	(ws-row-cd and l1-label set on the way in, l1-note by those
*	 rows that carry one)
    move ws-doc-nbr			to	l1-doc-nbr.
    perform cf0-column-value		thru	cf0-99-exit
	varying ss-col from 1 by 1
	until   ss-col > 3.
    move l1-figure-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move spaces				to	l1-note.

cc0-99-exit.
    exit.
cd0-error-line.

    move spaces				to	l1-label
						l1-note.
    move "  ERROR CODE"			to	l1-label.
    move ss-top				to	l1-label (14:1).
    if cf-error-cd (1, ss-top) not = spaces
    then
	move cf-error-cd (1, ss-top)	to	expl-cd
	read moh-expl-codes
	    invalid key
		move "NOT ON MOH CODE FILE" to	expl-desc
	end-read
	move cf-error-cd (1, ss-top)	to	l1-note
	move expl-desc			to	l1-note (5:34).
*   endif
    perform cc0-figure-line		thru	cc0-99-exit.

cd0-99-exit.
    exit.
ce0-bucket-line.

    if ss-bucket = 1
    then
	move "  0 - 30 DAYS"		to	l1-label.
*   endif
    if ss-bucket = 2
    then
	move "  31 - 60 DAYS"		to	l1-label.
*   endif
    if ss-bucket = 3
    then
	move "  61 - 90 DAYS"		to	l1-label.
*   endif
    if ss-bucket = 4
    then
	move "  91 - 120 DAYS"		to	l1-label.
*   endif
    if ss-bucket = 5
    then
	move "  OVER 120 DAYS"		to	l1-label.
*   endif
    perform cc0-figure-line		thru	cc0-99-exit.

ce0-99-exit.
    exit.
cf0-column-value.

    move spaces				to	fv-text.

    if   (   row-paid-ohip
	  or row-paid-direct
	  or row-paid-total)
     and cf-paid-avail (ss-col) not = "Y"
    then
	move "N/A"			to	fv-text (14:3)
	go to cf0-90-done.
*   endif

    if   (   row-ar-bucket
	  or row-ar-total
	  or row-credit-count
	  or row-credit-amt)
     and cf-ar-avail (ss-col) not = "Y"
    then
	move "N/A"			to	fv-text (14:3)
	go to cf0-90-done.
*   endif

    if row-billed-ohip
    then
	move cf-billed-ohip (ss-col)	to	fv-money-ed.
*   endif
    if row-billed-direct
    then
	move cf-billed-direct (ss-col)	to	fv-money-ed.
*   endif
    if row-billed-total
    then
	compute ws-amount =
	    cf-billed-ohip (ss-col) + cf-billed-direct (ss-col)
	move ws-amount			to	fv-money-ed.
*   endif
    if row-paid-ohip
    then
	move cf-paid-ohip (ss-col)	to	fv-money-ed.
*   endif
    if row-paid-direct
    then
	move cf-paid-direct (ss-col)	to	fv-money-ed.
*   endif
    if row-paid-total
    then
	compute ws-amount =
	    cf-paid-ohip (ss-col) + cf-paid-direct (ss-col)
	move ws-amount			to	fv-money-ed.
*   endif
    if row-submitted
    then
	move cf-submitted (ss-col)	to	fv-count-ed.
*   endif
    if row-rejected
    then
	move cf-rejected (ss-col)	to	fv-count-ed.
*   endif
    if row-reject-rate
    then
	move zero			to	ws-pct
	if cf-submitted (ss-col) > zero
	then
	    compute ws-pct rounded =
		cf-rejected (ss-col) * 100 / cf-submitted (ss-col)
	end-if
	move ws-pct			to	fv-pct-ed
	move "%"			to	fv-pct-sign.
*   endif
    if   row-top-error
     and cf-error-cd (ss-col, ss-top) not = spaces
    then
	move cf-error-cd (ss-col, ss-top) to	fv-error-cd
	move "("			to	fv-error-open
	move cf-error-count (ss-col, ss-top)
					to	fv-error-count
	move ")"			to	fv-error-close.
*   endif
    if row-days-to-submit
    then
	move cf-days-to-submit (ss-col)	to	fv-days-ed.
*   endif
    if row-days-to-pay
    then
	move cf-days-to-pay (ss-col)	to	fv-days-ed.
*   endif
    if row-ar-bucket
    then
	move cf-ar-bucket (ss-col, ss-bucket)
					to	fv-money-ed.
*   endif
    if row-ar-total
    then
	compute ws-amount =
	    cf-ar-bucket (ss-col, 1) + cf-ar-bucket (ss-col, 2)
	  + cf-ar-bucket (ss-col, 3) + cf-ar-bucket (ss-col, 4)
	  + cf-ar-bucket (ss-col, 5)
	move ws-amount			to	fv-money-ed.
*   endif
    if row-credit-count
    then
	move cf-credit-count (ss-col)	to	fv-count-ed.
*   endif
    if row-credit-amt
    then
	move cf-credit-amt (ss-col)	to	fv-money-ed.
*   endif

cf0-90-done.

    move fv-text			to	l1-value (ss-col).

cf0-99-exit.
    exit.
da0-scorecard-recipients.

*	(each recipient of the statement is put on the scorecard's
*	 list under the same recipient sequence, filter and
*	 delivery, unless that sequence is already there)

    move stmt-rpt-id			to	dls-rpt-id.
    move zero				to	dls-recip-seq.
    move "N"				to	eof-dist-list.

    start dist-list key is greater than or equal to dls-key
	invalid key
	    go to da0-99-exit.

da0-10-read-loop.

    read dist-list next
	at end
	    go to da0-99-exit.

    if dls-rpt-id not = stmt-rpt-id
    then
	go to da0-99-exit.
*   endif

    move dist-list-rec			to	hold-dist-list-rec.
    move scorecard-rpt-id		to	dls-rpt-id.

    write dist-list-rec
	invalid key
	    go to da0-20-reposition.

    add 1				to	ctr-recipients-added.

da0-20-reposition.

*	(back to where the statement's list was being read)
    move hold-dist-list-rec		to	dist-list-rec.

    start dist-list key is greater than dls-key
	invalid key
	    go to da0-99-exit.

    go to da0-10-read-loop.

da0-99-exit.
    exit.
fa0-summary.

    move spaces				to	h2-doctor-head.
    move 99				to	nbr-lines-this-page.

    move "CLAIMS RECORDS READ"		to	l4-label.
    move ctr-claims-mstr-reads		to	l4-count.
    move l4-summary-line		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "REJECTED CLAIM ENTRIES READ"	to	l4-label.
    move ctr-rejects-read		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "AR EXTRACT ROWS READ"		to	l4-label.
    move ctr-ar-rows-read		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "SCORECARDS PRINTED"		to	l4-label.
    move ctr-doctors-printed		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "SCORECARD HISTORY RECORDS WRITTEN" to l4-label.
    move ctr-history-written		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "RECIPIENTS ADDED TO THE LIST"	to	l4-label.
    move ctr-recipients-added		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

fa0-99-exit.
    exit.
az0-end-of-job.

    move "r105"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-doctors-printed		to	elp-count.
    move "DOCTOR SCORECARDS PRINTED"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close doc-mstr.
    close docrev-hist.
    close docrev-mstr.
    close docash-mstr.
    close claims-mstr.
    close rejected-claims.
    close moh-expl-codes.
    close ar-extract.
    close scorecard-hist.
    close dist-list.
    close scorecard-rpt-file.

    display "r105 - claims records read    " ctr-claims-mstr-reads.
    display "r105 - scorecards printed     " ctr-doctors-printed.
    display "r105 - recipients added       " ctr-recipients-added.

    stop run.

az0-99-exit.
    exit.
xa5-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write scorecard-rpt-record		from	h1-scorecard-head after advancing page.
    write scorecard-rpt-record		from	h2-doctor-head after advancing 2 lines.
    move 3				to	nbr-lines-this-page.

xa5-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa5-print-hdr		thru	xa5-99-exit.
*   endif

    write scorecard-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xd0-doctor-subscript.

*	(ws-doc-nbr in - ss-doc out, zero for a number that is not
*	 one)
    if ws-doc-nbr numeric
    then
	compute ss-doc = ws-doc-nbr-r + 1
    else
	move zero			to	ss-doc.
*   endif

xd0-99-exit.
    exit.
xm0-which-month.

*	(ws-date-month in - ss-mth out, zero for none of the three)
    move zero				to	ss-mth.
    if ws-date-month = mt-month (1)
    then
	move 1				to	ss-mth.
*   endif
    if ws-date-month = mt-month (2)
    then
	move 2				to	ss-mth.
*   endif
    if ws-date-month = mt-month (3)
    then
	move 3				to	ss-mth.
*   endif

xm0-99-exit.
    exit.
xn0-days-between.

*	(ws-date-from to ws-date-to by the 365/30 approximation the
*	 aged statements have always used)
    compute ws-days =
	  ((ws-to-yy - ws-from-yy) * 365)
	+ ((ws-to-mm - ws-from-mm) * 30)
	+  (ws-to-dd - ws-from-dd).
    if ws-days < zero
    then
	move zero			to	ws-days.
*   endif

xn0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
