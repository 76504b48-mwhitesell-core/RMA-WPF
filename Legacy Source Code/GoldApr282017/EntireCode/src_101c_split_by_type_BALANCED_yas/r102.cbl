identification division.
program-id. r102.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f131 - MOH billing review (audit) package register
*			: f002 - claims master
*			: f010 - patient master
*			: f011 - patient eligibility history
*			: f012 - patient address history
*			: f020 - doctor master
*			: f023 - referring physician master
*			: f085 - rejected claims
*			: f092 - MOH explanatory codes
*			: f105 - supporting-document register
*			: r102_parm - packages to produce
*			: rr102 - MOH billing review package (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : MOH billing review (audit) package.  every
*			package on the register not yet produced -
*			or the packages the parm names, to produce
*			again - is printed as one numbered package:
*			  a cover summary - the MOH reference, the
*			  doctor, the request and due dates, and an
*			  index of the claims asked for with what
*			  was billed and paid, the rejections and the
*			  state of the supporting documents;
*			  then one item per claim - the claim header
*			  and every service line as submitted, the
*			  patient as billed and as identified on file
*			  at the service date (the health number and
*			  version off the eligibility history, the
*			  address off the address history), the
*			  referring doctor, the payment and
*			  adjustment history, every MOH rejection
*			  with its explanation and the supporting-
*			  document status.
*			the package is stamped produced on the
*			register; the date it went to MOH and the
*			review outcome are kept in m121.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f131_audit_package.slr".
*
    copy "f002_claims_mstr.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f011_pat_mstr_elig_history.slr".
*
    copy "f012_pat_addr_hist.slr".
*
    copy "f020_doctor_mstr.slr".
*
    copy "f023_ref_doc_mstr.slr".
*
    copy "f085_rejected_claims.slr".
*
    copy "f092_moh_expl_codes.slr".
*
    copy "f105_doc_register.slr".
*
    select r102-parm-file
	assign to disk "$pb_data/r102_parm"
	organization is sequential
	file status is status-r102-parm.
*
    select package-rpt-file
	assign to printer print-file-name
	file status is status-package-rpt.
*
data division.
file section.
*
    copy "f131_audit_package.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "f011_pat_mstr_elig_history.fd".
*
    copy "f012_pat_addr_hist.fd".
*
    copy "f020_doctor_mstr.fd".
*
    copy "f023_ref_doc_mstr.fd".
*
    copy "f085_rejected_claims.fd".
*
    copy "f092_moh_expl_codes.fd".
*
    copy "f105_doc_register.fd".
*
fd  r102-parm-file
    record contains 80 characters.

*	(type "P" - a package number to produce, again if it has
*	 been produced before)
01  r102-parm-rec.
    05  r102-parm-type			pic x.
    05  r102-parm-package-nbr		pic 9(6).
    05  filler				pic x(73).

fd  package-rpt-file
    record contains 132 characters.

01  package-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr102".
77  status-package-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-audit-package		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-pat-elig-history	pic xx	value zero.
77  status-cobol-pat-addr-hist		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-ref-doc-mstr		pic xx	value zero.
77  status-cobol-rejected-claims	pic xx	value zero.
77  status-cobol-moh-expl-codes		pic xx	value zero.
77  status-cobol-doc-register		pic xx	value zero.
77  status-r102-parm			pic xx	value zero.

77  eof-audit-package			pic x	value "N".
77  eof-claims-mstr			pic x	value "N".
77  eof-pat-elig-history		pic x	value "N".
77  eof-pat-addr-hist			pic x	value "N".
77  eof-rejected-claims			pic x	value "N".

*	(which lines a walk of the claim prints - "S" the services as
*	 submitted, "P" the payments and adjustments)
77  ws-walk-mode			pic x	value "S".
77  ws-lines-printed			pic 9(3)	value zero.
77  ws-claim-id				pic x(11)	value spaces.
77  ws-sv-date				pic 9(8)	value zero.
77  ws-pat-key				pic x(16)	value spaces.
77  ws-date-8				pic 9(8)	value zero.
77  ws-edit-date			pic 9999/99/99.
77  ws-edit-amt				pic zzz,zzz,zz9.99-.
77  ws-edit-nbr				pic zz9.

*   the packages the parm names

01  parm-package-table.
    05  ppt-package-nbr			pic 9(6)	occurs 50 times.
77  ppt-used				pic 99		comp	value zero.
77  ss-ppt				pic 99		comp	value zero.

*   one entry per claim in the package being produced - gathered
*   ahead of the cover so the cover can carry the index and totals

01  item-table.
    05  item-entry			occurs 50 times.
	10  it-claim-id			pic x(11).
	10  it-found			pic x.
	10  it-pat-name			pic x(24).
	10  it-sv-date			pic 9(8).
	10  it-billed			pic s9(7)v99.
	10  it-paid			pic s9(7)v99.
	10  it-rejects			pic 99.
	10  it-doc-status		pic x.
77  item-used				pic 99		comp	value zero.
77  ss-item				pic 99		comp	value zero.

01  package-totals.
    05  pt-claims-found			pic 99.
    05  pt-claims-missing		pic 99.
    05  pt-claims-rejected		pic 99.
    05  pt-docs-outstanding		pic 99.
    05  pt-billed			pic s9(9)v99.
    05  pt-paid				pic s9(9)v99.

*   the patient's identification in force at the service date

01  pat-at-date.
    05  pad-health-nbr			pic 9(10).
    05  pad-version-cd			pic xx.
    05  pad-birth-date			pic 9(8).
    05  pad-street-addr			pic x(25).
    05  pad-city			pic x(15).
    05  pad-postal-cd			pic x(6).
    05  pad-phone-no			pic x(10).
    05  pad-addr-eff-from		pic 9(8).
    05  pad-elig-source			pic x(30).

01  counters.
    05  ctr-packages-produced		pic 9(5)	value zero.
    05  ctr-packages-not-found		pic 9(5)	value zero.
    05  ctr-items-printed		pic 9(7)	value zero.
    05  ctr-claims-missing		pic 9(7)	value zero.
    05  ctr-claims-mstr-reads		pic 9(9)	value zero.

    copy "f002_claims_mstr_rec1_2.ws".

*   print control - the pages of each package are numbered from one

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.
01  s1-section-title			pic x(132)	value spaces.
01  hold-column-head			pic x(132)	value spaces.

01  h1-package-head.
    05  filler				pic x(6)	value "r102".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(52)	value
		"MOH BILLING REVIEW PACKAGE".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-package-head.
    05  filler				pic x(8)	value "PACKAGE ".
    05  h2-package-nbr			pic 9(6).
    05  filler				pic x(12)	value
		"   MOH REF ".
    05  h2-moh-ref			pic x(15).
    05  filler				pic x(10)	value
		"   DOCTOR ".
    05  h2-doc-nbr			pic x(3).
    05  filler				pic x		value spaces.
    05  h2-doc-name			pic x(25).

*   label / value pairs - the cover and the claim header

01  l1-field-line.
    05  l1-label-1			pic x(22).
    05  l1-value-1			pic x(40).
    05  filler				pic x(4)	value spaces.
    05  l1-label-2			pic x(22).
    05  l1-value-2			pic x(40).

01  h3-index-head.
    05  filler				pic x(6)	value "ITEM".
    05  filler				pic x(13)	value "CLAIM".
    05  filler				pic x(26)	value "PATIENT".
    05  filler				pic x(12)	value "SERVICE".
    05  filler				pic x(16)	value
		"     BILLED".
    05  filler				pic x(16)	value
		"       PAID".
    05  filler				pic x(9)	value "REJECTS".
    05  filler				pic x(30)	value
		"DOCUMENTS".

01  l2-index-line.
    05  l2-item-nbr			pic zz9.
    05  filler				pic x(3)	value spaces.
    05  l2-claim-id			pic x(11).
    05  filler				pic x(2)	value spaces.
    05  l2-pat-name			pic x(24).
    05  filler				pic x(2)	value spaces.
    05  l2-sv-date			pic 9999/99/99.
    05  filler				pic x(2)	value spaces.
    05  l2-billed			pic zzz,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l2-paid				pic zzz,zzz,zz9.99-.
    05  filler				pic x(3)	value spaces.
    05  l2-rejects			pic z9.
    05  filler				pic x(4)	value spaces.
    05  l2-doc-status			pic x(30).

01  h4-item-head.
    05  filler				pic x(5)	value "ITEM ".
    05  h4-item-nbr			pic zz9.
    05  filler				pic x(4)	value " OF ".
    05  h4-item-count			pic zz9.
    05  filler				pic x(9)	value
		"   CLAIM ".
    05  h4-claim-id			pic x(11).
    05  filler				pic x(3)	value spaces.
    05  h4-remark			pic x(50).

01  h5-service-head.
    05  filler				pic x(5)	value "LINE".
    05  filler				pic x(7)	value "CODE".
    05  filler				pic x(12)	value "SERVICE".
    05  filler				pic x(6)	value "  NBR".
    05  filler				pic x(16)	value
		"     FEE OMA".
    05  filler				pic x(16)	value
		"    FEE OHIP".
    05  filler				pic x(6)	value "DIAG".
    05  filler				pic x(5)	value "MODE".
    05  filler				pic x(10)	value "PERIOD".
    05  filler				pic x(30)	value
		"  CONSECUTIVE DATES".

01  l3-service-line.
    05  l3-line-no			pic z9.
    05  filler				pic x(3)	value spaces.
    05  l3-oma-cd			pic x(4).
    05  l3-oma-suff			pic x.
    05  filler				pic x(2)	value spaces.
    05  l3-sv-date			pic 9999/99/99.
    05  filler				pic x(2)	value spaces.
    05  l3-nbr-serv			pic zz9-.
    05  filler				pic x(2)	value spaces.
    05  l3-fee-oma			pic zzz,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l3-fee-ohip			pic zzz,zzz,zz9.99-.
    05  filler				pic x(2)	value spaces.
    05  l3-diag-cd			pic x(4).
    05  filler				pic x(2)	value spaces.
    05  l3-modality			pic x.
    05  filler				pic x(3)	value spaces.
    05  l3-period-end			pic 9(8).
    05  filler				pic x(2)	value spaces.
    05  l3-consec			occurs 3 times.
	10  l3-consec-date		pic z(8).
	10  filler			pic x		value spaces.
	10  l3-consec-nbr		pic z9.
	10  filler			pic x		value spaces.

01  h6-payment-head.
    05  filler				pic x(12)	value "TYPE".
    05  filler				pic x(7)	value "CODE".
    05  filler				pic x(11)	value "PERIOD".
    05  filler				pic x(7)	value "CYCLE".
    05  filler				pic x(16)	value
		"        AMOUNT".
    05  filler				pic x(13)	value
		"ORIG BATCH".
    05  filler				pic x(40)	value
		"DESCRIPTION".

01  l4-payment-line.
    05  l4-type				pic x(10).
    05  filler				pic x(2)	value spaces.
    05  l4-oma-cd			pic x(4).
    05  l4-oma-suff			pic x.
    05  filler				pic x(2)	value spaces.
    05  l4-period-end			pic 9(8).
    05  filler				pic x(3)	value spaces.
    05  l4-cycle			pic z9.
    05  filler				pic x(3)	value spaces.
    05  l4-amount			pic zzz,zzz,zz9.99-.
    05  filler				pic x(2)	value spaces.
    05  l4-orig-batch			pic x(11).
    05  filler				pic x(2)	value spaces.
    05  l4-desc				pic x(40).

01  h7-reject-head.
    05  filler				pic x(7)	value "CODE".
    05  filler				pic x(12)	value "SERVICE".
    05  filler				pic x(12)	value "REJECTED".
    05  filler				pic x(5)	value "MSG".
    05  filler				pic x(8)	value "ALSO".
    05  filler				pic x(16)	value
		"        AMOUNT".
    05  filler				pic x(10)	value "STATUS".
    05  filler				pic x(50)	value
		"EXPLANATION".

01  l5-reject-line.
    05  l5-oma-cd			pic x(4).
    05  l5-oma-suff			pic x.
    05  filler				pic x(2)	value spaces.
    05  l5-svc-date			pic 9999/99/99.
    05  filler				pic x(2)	value spaces.
    05  l5-reject-date			pic 9999/99/99.
    05  filler				pic x(2)	value spaces.
    05  l5-mess-code			pic x(3).
    05  filler				pic x(2)	value spaces.
    05  l5-error-cd-1			pic x(3).
    05  filler				pic x		value spaces.
    05  l5-error-cd-2			pic x(3).
    05  filler				pic x		value spaces.
    05  l5-amount			pic zzz,zzz,zz9.99-.
    05  filler				pic x(2)	value spaces.
    05  l5-status			pic x(8).
    05  filler				pic x(2)	value spaces.
    05  l5-expl-desc			pic x(50).

01  l6-message-line.
    05  filler				pic x(5)	value spaces.
    05  l6-message			pic x(80).

01  l7-summary-line.
    05  l7-label			pic x(40).
    05  l7-count			pic zzz,zz9.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-audit-package-file section.
    use after standard error procedure on audit-package.
err-audit-package.
    move status-cobol-audit-package	to common-status-file.
    display "error in accessing audit package register - status "
	    common-status-file.
    stop "error in accessing audit package register".

err-claims-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display "error in accessing claims master - status "
	    common-status-file.
    stop "error in accessing claims master".

err-pat-mstr-file section.
    use after standard error procedure on pat-mstr.
err-pat-mstr.
    move status-cobol-pat-mstr		to common-status-file.
    display "error in accessing patient master - status "
	    common-status-file.
    stop "error in accessing patient master".

err-pat-elig-file section.
    use after standard error procedure on pat-elig-history.
err-pat-elig-history.
    move status-cobol-pat-elig-history	to common-status-file.
    display "error in accessing eligibility history - status "
	    common-status-file.
    stop "error in accessing eligibility history".

err-pat-addr-file section.
    use after standard error procedure on pat-addr-hist.
err-pat-addr-hist.
    move status-cobol-pat-addr-hist	to common-status-file.
    display "error in accessing address history - status "
	    common-status-file.
    stop "error in accessing address history".

err-doc-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display "error in accessing doctor master - status "
	    common-status-file.
    stop "error in accessing doctor master".

err-ref-doc-file section.
    use after standard error procedure on ref-doc-mstr.
err-ref-doc-mstr.
    move status-cobol-ref-doc-mstr	to common-status-file.
    display "error in accessing referring doctor master - status "
	    common-status-file.
    stop "error in accessing referring doctor master".

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

err-doc-register-file section.
    use after standard error procedure on doc-register.
err-doc-register.
    move status-cobol-doc-register	to common-status-file.
    display "error in accessing document register - status "
	    common-status-file.
    stop "error in accessing document register".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.

*	(the packages the parm names, or every one not yet produced)
    if ppt-used > zero
    then
	perform ac0-named-package	thru	ac0-99-exit
	    varying ss-ppt from 1 by 1
	    until   ss-ppt > ppt-used
    else
	perform ab0-scan-register	thru	ab0-99-exit.
*   endif

    perform ea0-summary			thru	ea0-99-exit.
    perform az0-end-of-job		thru	az0-99-exit.
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

    perform ap0-read-parm		thru	ap0-99-exit.

    open i-o   audit-package.
    open input claims-mstr.
    open input pat-mstr.
    open input pat-elig-history.
    open input pat-addr-hist.
    open input doc-mstr.
    open input ref-doc-mstr.
    open input rejected-claims.
    open input moh-expl-codes.
    open input doc-register.
    open output package-rpt-file.

    move "r102"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ap0-read-parm.

    move zero				to	ppt-used.

    open input r102-parm-file.
    if status-r102-parm not = "00"
    then
	go to ap0-99-exit.
*   endif

ap0-10-parm-loop.

    read r102-parm-file
	at end
	    close r102-parm-file
	    go to ap0-99-exit.

    if   r102-parm-type = "P"
     and r102-parm-package-nbr numeric
     and r102-parm-package-nbr > zero
     and ppt-used < 50
    then
	add 1				to	ppt-used
	move r102-parm-package-nbr	to	ppt-package-nbr (ppt-used).
*   endif

    go to ap0-10-parm-loop.

ap0-99-exit.
    exit.
ab0-scan-register.

    move "N"				to	eof-audit-package.
    move zero				to	apk-package-nbr.
    start audit-package key is greater than or equal to apk-package-nbr
	invalid key
	    go to ab0-99-exit.

ab0-10-read.

    read audit-package next
	at end
	    go to ab0-99-exit.

    if apk-produced-date = zero
    then
	perform ba0-produce-package	thru	ba0-99-exit.
*   endif

    go to ab0-10-read.

ab0-99-exit.
    exit.
ac0-named-package.

    move ppt-package-nbr (ss-ppt)	to	apk-package-nbr.
    read audit-package
	invalid key
	    add 1			to	ctr-packages-not-found
	    display "r102 - package not on the register "
		    ppt-package-nbr (ss-ppt)
	    go to ac0-99-exit.

    perform ba0-produce-package		thru	ba0-99-exit.

ac0-99-exit.
    exit.
ba0-produce-package.

    move zero				to	page-nbr.
    move apk-package-nbr		to	h2-package-nbr.
    move apk-moh-ref			to	h2-moh-ref.
    move apk-doc-nbr			to	h2-doc-nbr.
    move apk-doc-nbr			to	doc-nbr of doc-mstr-rec.
    read doc-mstr
	invalid key
	    move "NOT ON DOCTOR MASTER"	to	doc-name.
    move doc-name			to	h2-doc-name.

*	(gather every claim first - the cover carries the index)
    move zero				to	item-used
						package-totals.
    perform bb0-gather-claim		thru	bb0-99-exit
	varying ss-item from 1 by 1
	until   ss-item > 50.

    perform bc0-print-cover		thru	bc0-99-exit.

    perform bd0-print-item		thru	bd0-99-exit
	varying ss-item from 1 by 1
	until   ss-item > item-used.

*	(stamp the package produced)
    move sys-date-long			to	apk-produced-date.
    move sys-date-long			to	apk-last-change-date.
    rewrite audit-package-rec
	invalid key
	    display "r102 - package could not be stamped "
		    apk-package-nbr.

    add 1				to	ctr-packages-produced.

ba0-99-exit.
    exit.
bb0-gather-claim.

    if apk-claim-id (ss-item) = spaces
    then
	go to bb0-99-exit.
*   endif

    add 1				to	item-used.
    move apk-claim-id (ss-item)		to	it-claim-id (item-used).
    move spaces				to	it-pat-name (item-used)
						it-doc-status (item-used).
    move zero				to	it-sv-date (item-used)
						it-billed (item-used)
						it-paid (item-used)
						it-rejects (item-used).

    move apk-claim-id (ss-item)		to	ws-claim-id.
    perform xe0-read-claim-header	thru	xe0-99-exit.
    if eof-claims-mstr = "Y"
    then
	move "N"			to	it-found (item-used)
	add 1				to	pt-claims-missing
	go to bb0-99-exit.
*   endif

    move "Y"				to	it-found (item-used).
    add 1				to	pt-claims-found.
    move clmhdr-pat-surname		to	it-pat-name (item-used).
    move clmhdr-serv-date		to	it-sv-date (item-used).
    move clmhdr-tot-claim-ar-ohip	to	it-billed (item-used).
    move clmhdr-manual-and-tape-paymnts	to	it-paid (item-used).
    add clmhdr-tot-claim-ar-ohip	to	pt-billed.
    add clmhdr-manual-and-tape-paymnts	to	pt-paid.

*	(every MOH rejection on file for the claim, resolved or not)
    move ws-claim-id			to	rej-claim-id.
    move low-values			to	rej-oma-cd
						rej-oma-suff.
    move "N"				to	eof-rejected-claims.
    start rejected-claims key is greater than or equal to rej-key
	invalid key
	    move "Y"			to	eof-rejected-claims.
    perform bb1-count-rejects		thru	bb1-99-exit
	until   eof-rejected-claims = "Y".

    if it-rejects (item-used) > zero
    then
	add 1				to	pt-claims-rejected.
*   endif

    move ws-claim-id			to	dcr-claim-id.
    read doc-register
	invalid key
	    go to bb0-99-exit.

    move dcr-status			to	it-doc-status (item-used).
    if dcr-status = "R"
    then
	add 1				to	pt-docs-outstanding.
*   endif

bb0-99-exit.
    exit.
bb1-count-rejects.

    read rejected-claims next
	at end
	    move "Y"			to	eof-rejected-claims
	    go to bb1-99-exit.

    if rej-claim-id not = ws-claim-id
    then
	move "Y"			to	eof-rejected-claims
	go to bb1-99-exit.
*   endif

    add 1				to	it-rejects (item-used).

bb1-99-exit.
    exit.
bc0-print-cover.

    move "PACKAGE COVER SUMMARY"	to	s1-section-title.
    move spaces				to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    move spaces				to	l1-field-line.
    move "PACKAGE NUMBER"		to	l1-label-1.
    move apk-package-nbr		to	l1-value-1.
    move "MOH REFERENCE"		to	l1-label-2.
    move apk-moh-ref			to	l1-value-2.
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "DOCTOR"			to	l1-label-1.
    move apk-doc-nbr			to	l1-value-1.
    move doc-name			to	l1-value-1 (5:25).
    move "REVIEW OUTCOME"		to	l1-label-2.
    perform xg0-outcome-text		thru	xg0-99-exit.
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "REQUESTED BY MOH"		to	l1-label-1.
    move apk-request-date		to	ws-edit-date.
    move ws-edit-date			to	l1-value-1.
    move "DUE TO MOH"			to	l1-label-2.
    if apk-due-date not = zero
    then
	move apk-due-date		to	ws-edit-date
	move ws-edit-date		to	l1-value-2.
*   endif
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "PRODUCED"			to	l1-label-1.
    move sys-date-long			to	ws-date-8.
    move ws-date-8			to	ws-edit-date.
    move ws-edit-date			to	l1-value-1.
    move "SENT TO MOH"			to	l1-label-2.
    if apk-sent-date not = zero
    then
	move apk-sent-date		to	ws-edit-date
	move ws-edit-date		to	l1-value-2.
*   endif
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "CLAIMS REQUESTED"		to	l1-label-1.
    move item-used			to	ws-edit-nbr.
    move ws-edit-nbr			to	l1-value-1.
    move "NOT ON THE CLAIMS MASTER"	to	l1-label-2.
    move pt-claims-missing		to	ws-edit-nbr.
    move ws-edit-nbr			to	l1-value-2.
    move l1-field-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "TOTAL BILLED OHIP"		to	l1-label-1.
    move pt-billed			to	ws-edit-amt.
    move ws-edit-amt			to	l1-value-1.
    move "TOTAL PAID"			to	l1-label-2.
    move pt-paid			to	ws-edit-amt.
    move ws-edit-amt			to	l1-value-2.
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "CLAIMS WITH REJECTIONS"	to	l1-label-1.
    move pt-claims-rejected		to	ws-edit-nbr.
    move ws-edit-nbr			to	l1-value-1.
    move "DOCUMENTS NOT YET SENT"	to	l1-label-2.
    move pt-docs-outstanding		to	ws-edit-nbr.
    move ws-edit-nbr			to	l1-value-2.
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if apk-remarks not = spaces
    then
	move spaces			to	l1-field-line
	move "REMARKS"			to	l1-label-1
	move apk-remarks		to	l1-value-1
	move l1-field-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    move "CLAIMS IN THIS PACKAGE"	to	s1-section-title.
    move h3-index-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    perform bc1-index-line		thru	bc1-99-exit
	varying ss-item from 1 by 1
	until   ss-item > item-used.

bc0-99-exit.
    exit.
bc1-index-line.

    move ss-item			to	l2-item-nbr.
    move it-claim-id (ss-item)		to	l2-claim-id.
    move it-pat-name (ss-item)		to	l2-pat-name.
    move it-sv-date (ss-item)		to	l2-sv-date.
    move it-billed (ss-item)		to	l2-billed.
    move it-paid (ss-item)		to	l2-paid.
    move it-rejects (ss-item)		to	l2-rejects.
    move it-doc-status (ss-item)	to	dcr-status.
    perform xh0-doc-status-text		thru	xh0-99-exit.

    if it-found (ss-item) = "N"
    then
	move "** NOT ON THE CLAIMS MASTER"
					to	l2-pat-name
	move zero			to	l2-sv-date
	move spaces			to	l2-doc-status.
*   endif

    move l2-index-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

bc1-99-exit.
    exit.
bd0-print-item.

*	(every claim starts a fresh page)
    move max-lines-per-page		to	nbr-lines-this-page.

    move ss-item			to	h4-item-nbr.
    move item-used			to	h4-item-count.
    move it-claim-id (ss-item)		to	h4-claim-id
						ws-claim-id.
    move spaces				to	h4-remark.

    if it-found (ss-item) = "N"
    then
	add 1				to	ctr-claims-missing
	move "NOT ON THE CLAIMS MASTER - PURGED OR MIS-KEYED"
					to	h4-remark
	move h4-item-head		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit
	go to bd0-99-exit.
*   endif

    move h4-item-head			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    add 1				to	ctr-items-printed.

    perform xe0-read-claim-header	thru	xe0-99-exit.
    move clmhdr-serv-date		to	ws-sv-date.
    move clmhdr-pat-id of claim-header-rec (1:16)
					to	ws-pat-key.

    perform be0-header-section		thru	be0-99-exit.
    perform bf0-patient-section		thru	bf0-99-exit.
    perform bg0-referring-section	thru	bg0-99-exit.

    move "S"				to	ws-walk-mode.
    move "SERVICE LINES AS SUBMITTED"	to	s1-section-title.
    move h5-service-head		to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.
    perform bh0-walk-claim		thru	bh0-99-exit.

    move "P"				to	ws-walk-mode.
    move "PAYMENT AND ADJUSTMENT HISTORY"
					to	s1-section-title.
    move h6-payment-head		to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.
    perform bh0-walk-claim		thru	bh0-99-exit.

    perform bj0-rejection-section	thru	bj0-99-exit.
    perform bk0-document-section	thru	bk0-99-exit.

bd0-99-exit.
    exit.
be0-header-section.

    move "CLAIM HEADER AS SUBMITTED"	to	s1-section-title.
    move spaces				to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    move spaces				to	l1-field-line.
    move "DOCTOR / SPECIALTY"		to	l1-label-1.
    move clmhdr-batch-nbr-3-6 (2:3)	to	l1-value-1.
    move clmhdr-doc-spec-cd		to	l1-value-1 (5:2).
    move clmhdr-doc-nbr-ohip		to	l1-value-1 (8:6).
    move "RENDERING DOCTOR"		to	l1-label-2.
    move clmhdr-rendering-doc		to	l1-value-2.
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "SERVICE DATE"			to	l1-label-1.
    move clmhdr-serv-date		to	ws-edit-date.
    move ws-edit-date			to	l1-value-1.
    move "SUBMITTED"			to	l1-label-2.
    move clmhdr-submit-date		to	l1-value-2.
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "LOCATION / HOSPITAL"		to	l1-label-1.
    move clmhdr-loc			to	l1-value-1.
    move clmhdr-hosp-nbr		to	l1-value-1 (6:4).
    move clmhdr-i-o-pat-ind		to	l1-value-1 (11:1).
    move "ADMITTED"			to	l1-label-2.
    move clmhdr-date-admit		to	l1-value-2.
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "DIAGNOSIS"			to	l1-label-1.
    move clmhdr-diag-cd			to	l1-value-1.
    move "PAYOR AGENT"			to	l1-label-2.
    move clmhdr-agent-cd		to	l1-value-2.
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "REFERRING DOCTOR"		to	l1-label-1.
    move clmhdr-refer-doc-nbr		to	l1-value-1.
    move "REFERRAL DATE"		to	l1-label-2.
    move clmhdr-ref-date		to	l1-value-2.
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "ORIGINAL BATCH / CLAIM"	to	l1-label-1.
    move clmhdr-orig-batch-id		to	l1-value-1.
    move "BATCH TYPE / SOURCE"		to	l1-label-2.
    move clmhdr-batch-type		to	l1-value-2.
    move clmhdr-claim-source-cd		to	l1-value-2 (3:1).
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "PERIOD END / CYCLE"		to	l1-label-1.
    move clmhdr-date-period-end		to	l1-value-1.
    move clmhdr-cycle-nbr		to	l1-value-1 (10:2).
    move "OHIP STATUS"			to	l1-label-2.
    move clmhdr-status-ohip		to	l1-value-2.
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "TOTAL BILLED OMA"		to	l1-label-1.
    move clmhdr-tot-claim-ar-oma	to	ws-edit-amt.
    move ws-edit-amt			to	l1-value-1.
    move "TOTAL BILLED OHIP"		to	l1-label-2.
    move clmhdr-tot-claim-ar-ohip	to	ws-edit-amt.
    move ws-edit-amt			to	l1-value-2.
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "PAYMENTS TO DATE"		to	l1-label-1.
    move clmhdr-manual-and-tape-paymnts	to	ws-edit-amt.
    move ws-edit-amt			to	l1-value-1.
    move "MANUAL REVIEW / REF"		to	l1-label-2.
    move clmhdr-man-review		to	l1-value-2.
    move clmhdr-reference		to	l1-value-2 (3:12).
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

be0-99-exit.
    exit.
bf0-patient-section.

    move "PATIENT IDENTIFICATION"	to	s1-section-title.
    move spaces				to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

*	(as the claim billed it)
    move spaces				to	l1-field-line.
    move "PATIENT AS BILLED"		to	l1-label-1.
    move clmhdr-pat-surname		to	l1-value-1.
    move "GIVEN NAME"			to	l1-label-2.
    move clmhdr-pat-given-name		to	l1-value-2.
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "HEALTH NBR / VERSION"		to	l1-label-1.
    move clmhdr-health-care-nbr		to	l1-value-1.
    move clmhdr-health-care-ver		to	l1-value-1 (12:2).
    move clmhdr-health-care-prov	to	l1-value-1 (15:2).
    move "BIRTH DATE / SEX"		to	l1-label-2.
    move clmhdr-birth-date		to	ws-edit-date.
    move ws-edit-date			to	l1-value-2.
    move clmhdr-sex			to	l1-value-2 (12:1).
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

*	(as the patient master stood on the service date)
    move ws-pat-key			to	key-pat-mstr.
    read pat-mstr
	invalid key
	    move spaces			to	l6-message
	    move "PATIENT NOT ON THE PATIENT MASTER - "
					to	l6-message
	    move ws-pat-key		to	l6-message (37:16)
	    move l6-message-line	to	print-line
	    perform xb0-write-rpt-record thru	xb0-99-exit
	    go to bf0-99-exit.

    perform bf1-elig-at-date		thru	bf1-99-exit.
    perform bf3-addr-at-date		thru	bf3-99-exit.

    move spaces				to	l1-field-line.
    move "ON FILE AT SERVICE"		to	l1-label-1.
    move pat-surname			to	l1-value-1.
    move "CHART"			to	l1-label-2.
    move pat-chart-nbr			to	l1-value-2.
    move l1-field-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "HEALTH NBR / VERSION"		to	l1-label-1.
    move pad-health-nbr			to	l1-value-1.
    move pad-version-cd			to	l1-value-1 (12:2).
    move "BIRTH DATE"			to	l1-label-2.
    move pad-birth-date			to	ws-edit-date.
    move ws-edit-date			to	l1-value-2.
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "IDENTIFICATION FROM"		to	l1-label-1.
    move pad-elig-source		to	l1-value-1.
    move "ADDRESS FROM"			to	l1-label-2.
    if pad-addr-eff-from = zero
    then
	move "PATIENT MASTER"		to	l1-value-2
    else
	move pad-addr-eff-from		to	ws-edit-date
	move ws-edit-date		to	l1-value-2.
*   endif
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "ADDRESS"			to	l1-label-1.
    move pad-street-addr		to	l1-value-1.
    move "CITY / POSTAL CODE"		to	l1-label-2.
    move pad-city			to	l1-value-2.
    move pad-postal-cd			to	l1-value-2 (17:6).
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

bf0-99-exit.
    exit.
bf1-elig-at-date.

*	(the master holds the identification in force today; the
*	 first change made after the service date holds, as its old
*	 values, what was in force on the service date)
    move pat-health-nbr			to	pad-health-nbr.
    move pat-version-cd			to	pad-version-cd.
    move pat-birth-date			to	pad-birth-date.
    move "PATIENT MASTER - NO CHANGE SINCE"
					to	pad-elig-source.

    move ws-pat-key			to	elig-pat-key.
    move zero				to	elig-change-date
						elig-change-time.
    move "N"				to	eof-pat-elig-history.
    start pat-elig-history key is greater than or equal to elig-key
	invalid key
	    go to bf1-99-exit.

    perform bf2-read-elig		thru	bf2-99-exit
	until   eof-pat-elig-history = "Y".

bf1-99-exit.
    exit.
bf2-read-elig.

    read pat-elig-history next
	at end
	    move "Y"			to	eof-pat-elig-history
	    go to bf2-99-exit.

    if elig-pat-key not = ws-pat-key
    then
	move "Y"			to	eof-pat-elig-history
	go to bf2-99-exit.
*   endif

    if elig-change-date not > ws-sv-date
    then
	go to bf2-99-exit.
*   endif

    if elig-old-health-nbr not = zero
    then
	move elig-old-health-nbr	to	pad-health-nbr.
*   endif
    move elig-old-version-cd		to	pad-version-cd.
    if elig-old-birth-date not = zero
    then
	move elig-old-birth-date	to	pad-birth-date.
*   endif
    move "ELIGIBILITY HISTORY"		to	pad-elig-source.
    move "Y"				to	eof-pat-elig-history.

bf2-99-exit.
    exit.
bf3-addr-at-date.

*	(the latest address in effect on the service date - with no
*	 history the master's address is the only one there has been)
    move pat-street-addr		to	pad-street-addr.
    move pat-city			to	pad-city.
    move pat-postal-cd			to	pad-postal-cd.
    move pat-phone-no			to	pad-phone-no.
    move zero				to	pad-addr-eff-from.

    move ws-pat-key			to	pah-pat-key.
    move zero				to	pah-eff-from.
    move "N"				to	eof-pat-addr-hist.
    start pat-addr-hist key is greater than or equal to pah-key
	invalid key
	    go to bf3-99-exit.

    perform bf4-read-addr		thru	bf4-99-exit
	until   eof-pat-addr-hist = "Y".

bf3-99-exit.
    exit.
bf4-read-addr.

    read pat-addr-hist next
	at end
	    move "Y"			to	eof-pat-addr-hist
	    go to bf4-99-exit.

    if   pah-pat-key not = ws-pat-key
      or pah-eff-from > ws-sv-date
    then
	move "Y"			to	eof-pat-addr-hist
	go to bf4-99-exit.
*   endif

    move pah-street-addr		to	pad-street-addr.
    move pah-city			to	pad-city.
    move pah-postal-cd			to	pad-postal-cd.
    move pah-phone-no			to	pad-phone-no.
    move pah-eff-from			to	pad-addr-eff-from.

bf4-99-exit.
    exit.
bg0-referring-section.

    move "REFERRING DOCTOR"		to	s1-section-title.
    move spaces				to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    if   clmhdr-refer-doc-nbr = spaces
      or clmhdr-refer-doc-nbr = zeros
    then
	move "NO REFERRING DOCTOR ON THE CLAIM"
					to	l6-message
	move l6-message-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit
	go to bg0-99-exit.
*   endif

    move clmhdr-refer-doc-nbr		to	ref-doc-nbr.
    read ref-doc-mstr
	invalid key
	    move spaces			to	l6-message
	    move "NOT ON THE REFERRING DOCTOR MASTER - "
					to	l6-message
	    move clmhdr-refer-doc-nbr	to	l6-message (38:6)
	    move l6-message-line	to	print-line
	    perform xb0-write-rpt-record thru	xb0-99-exit
	    go to bg0-99-exit.

    move spaces				to	l1-field-line.
    move "REFERRING DOCTOR"		to	l1-label-1.
    move ref-doc-nbr			to	l1-value-1.
    move ref-doc-name			to	l1-value-1 (8:25).
    move "SPECIALTY"			to	l1-label-2.
    move ref-doc-spec-cd		to	l1-value-2.
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "ADDRESS"			to	l1-label-1.
    move ref-doc-addr1			to	l1-value-1.
    move "CITY / POSTAL CODE"		to	l1-label-2.
    move ref-doc-city-prov		to	l1-value-2.
    move ref-doc-postal-cd		to	l1-value-2 (32:6).
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

bg0-99-exit.
    exit.
bh0-walk-claim.

    move zero				to	ws-lines-printed.
    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move ws-claim-id			to	key-clm-data (1:11).
    move zeros				to	key-clm-oma-cd
						key-clm-oma-suff
						key-clm-adj-nbr.
    move "N"				to	eof-claims-mstr.
    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr.

    perform bh1-read-line		thru	bh1-99-exit
	until   eof-claims-mstr = "Y".

    if ws-lines-printed = zero
    then
	move "NONE"			to	l6-message
	move l6-message-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

bh0-99-exit.
    exit.
bh1-read-line.

    read claims-mstr next
	at end
	    move "Y"			to	eof-claims-mstr
	    go to bh1-99-exit.

    add 1				to	ctr-claims-mstr-reads.

    if   key-clm-key-type        not = "B"
      or key-clm-data (1:11)     not = ws-claim-id
    then
	move "Y"			to	eof-claims-mstr
	go to bh1-99-exit.
*   endif

*	(the header is printed already)
    if   key-clm-oma-cd = zeros
      or key-clm-oma-cd = spaces
    then
	go to bh1-99-exit.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.

    if   k-clmdtl-b-oma-cd = "PAID"
      or k-clmdtl-b-oma-cd = "ADJU"
      or k-clmdtl-b-oma-cd = "WOFF"
      or k-clmdtl-b-adj-nbr not = zero
    then
	if ws-walk-mode = "P"
	then
	    perform bh3-payment-line	thru	bh3-99-exit
	    go to bh1-99-exit
	else
	    go to bh1-99-exit.
*	endif
*   endif

    if ws-walk-mode = "S"
    then
	perform bh2-service-line	thru	bh2-99-exit.
*   endif

bh1-99-exit.
    exit.
bh2-service-line.

    move clmdtl-line-no			to	l3-line-no.
    move clmdtl-oma-cd			to	l3-oma-cd.
    move clmdtl-oma-suff		to	l3-oma-suff.
    move clmdtl-sv-date			to	l3-sv-date.
    move clmdtl-nbr-serv		to	l3-nbr-serv.
    move clmdtl-fee-oma			to	l3-fee-oma.
    move clmdtl-fee-ohip		to	l3-fee-ohip.
    move clmdtl-diag-cd			to	l3-diag-cd.
    move clmdtl-modality		to	l3-modality.
    move clmdtl-date-period-end		to	l3-period-end.

    move zero				to	l3-consec-date (1)
						l3-consec-nbr (1)
						l3-consec-date (2)
						l3-consec-nbr (2)
						l3-consec-date (3)
						l3-consec-nbr (3).
    if clmdtl-sv-nbr (1) > zero
    then
	move clmdtl-sv-day (1)		to	l3-consec-date (1)
	move clmdtl-sv-nbr (1)		to	l3-consec-nbr (1).
*   endif
    if clmdtl-sv-nbr (2) > zero
    then
	move clmdtl-sv-day (2)		to	l3-consec-date (2)
	move clmdtl-sv-nbr (2)		to	l3-consec-nbr (2).
*   endif
    if clmdtl-sv-nbr (3) > zero
    then
	move clmdtl-sv-day (3)		to	l3-consec-date (3)
	move clmdtl-sv-nbr (3)		to	l3-consec-nbr (3).
*   endif

    move l3-service-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    add 1				to	ws-lines-printed.

bh2-99-exit.
    exit.
bh3-payment-line.

    if k-clmdtl-b-oma-cd = "PAID"
    then
	move "PAYMENT"			to	l4-type
    else
	if k-clmdtl-b-oma-cd = "WOFF"
	then
	    move "WRITE-OFF"		to	l4-type
	else
	    move "ADJUSTMENT"		to	l4-type.
*	endif
*   endif

    move clmdtl-oma-cd			to	l4-oma-cd.
    move clmdtl-oma-suff		to	l4-oma-suff.
    move clmdtl-date-period-end		to	l4-period-end.
    move clmdtl-cycle-nbr		to	l4-cycle.
    move clmdtl-fee-oma			to	l4-amount.
    move clmdtl-orig-batch-id		to	l4-orig-batch.
    move clmdtl-desc			to	l4-desc.

    move l4-payment-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    add 1				to	ws-lines-printed.

bh3-99-exit.
    exit.
bj0-rejection-section.

    move "MOH REJECTIONS"		to	s1-section-title.
    move h7-reject-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    move zero				to	ws-lines-printed.
    move ws-claim-id			to	rej-claim-id.
    move low-values			to	rej-oma-cd
						rej-oma-suff.
    move "N"				to	eof-rejected-claims.
    start rejected-claims key is greater than or equal to rej-key
	invalid key
	    move "Y"			to	eof-rejected-claims.

    perform bj1-read-reject		thru	bj1-99-exit
	until   eof-rejected-claims = "Y".

    if ws-lines-printed = zero
    then
	move "NONE"			to	l6-message
	move l6-message-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

bj0-99-exit.
    exit.
bj1-read-reject.

    read rejected-claims next
	at end
	    move "Y"			to	eof-rejected-claims
	    go to bj1-99-exit.

    if rej-claim-id not = ws-claim-id
    then
	move "Y"			to	eof-rejected-claims
	go to bj1-99-exit.
*   endif

    move rej-oma-cd			to	l5-oma-cd.
    move rej-oma-suff			to	l5-oma-suff.
    move rej-svc-date			to	l5-svc-date.
    move reject-date			to	l5-reject-date.
    move mess-code			to	l5-mess-code.
    move rej-error-cd (1)		to	l5-error-cd-1.
    move rej-error-cd (2)		to	l5-error-cd-2.
    move rej-amt			to	l5-amount.
    if logically-deleted-flag = "Y"
    then
	move "RESOLVED"			to	l5-status
    else
	move "OPEN"			to	l5-status.
*   endif

    move mess-code			to	expl-cd.
    read moh-expl-codes
	invalid key
	    move "** EXPLANATORY CODE NOT ON FILE"
					to	expl-desc.
    move expl-desc			to	l5-expl-desc.

    move l5-reject-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    add 1				to	ws-lines-printed.

bj1-99-exit.
    exit.
bk0-document-section.

    move "SUPPORTING DOCUMENTS"		to	s1-section-title.
    move spaces				to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    move ws-claim-id			to	dcr-claim-id.
    read doc-register
	invalid key
	    move "NONE ON THE DOCUMENT REGISTER"
					to	l6-message
	    move l6-message-line	to	print-line
	    perform xb0-write-rpt-record thru	xb0-99-exit
	    go to bk0-99-exit.

    move spaces				to	l1-field-line.
    move "DOCUMENT"			to	l1-label-1.
    move dcr-doc-type			to	l1-value-1.
    move "STATUS"			to	l1-label-2.
    perform xh0-doc-status-text		thru	xh0-99-exit.
    move l2-doc-status			to	l1-value-2.
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	l1-field-line.
    move "REQUIRED"			to	l1-label-1.
    if dcr-required-date not = zero
    then
	move dcr-required-date		to	ws-edit-date
	move ws-edit-date		to	l1-value-1.
*   endif
    move "SENT / ACKNOWLEDGED"		to	l1-label-2.
    if dcr-sent-date not = zero
    then
	move dcr-sent-date		to	ws-edit-date
	move ws-edit-date		to	l1-value-2.
*   endif
    if dcr-ack-date not = zero
    then
	move dcr-ack-date		to	ws-edit-date
	move ws-edit-date		to	l1-value-2 (13:10).
*   endif
    move l1-field-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

bk0-99-exit.
    exit.
ea0-summary.

    move "RUN SUMMARY"			to	s1-section-title.
    move spaces				to	h2-package-head.
    move zero				to	page-nbr.
    move spaces				to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    move "PACKAGES PRODUCED"		to	l7-label.
    move ctr-packages-produced		to	l7-count.
    move l7-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "CLAIM ITEMS PRINTED"		to	l7-label.
    move ctr-items-printed		to	l7-count.
    move l7-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "CLAIMS NOT ON THE CLAIMS MASTER"
					to	l7-label.
    move ctr-claims-missing		to	l7-count.
    move l7-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "PACKAGES NAMED BUT NOT ON FILE"
					to	l7-label.
    move ctr-packages-not-found		to	l7-count.
    move l7-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ea0-99-exit.
    exit.
az0-end-of-job.

    move "r102"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-packages-produced		to	elp-count.
    move "AUDIT PACKAGES PRODUCED"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close audit-package.
    close claims-mstr.
    close pat-mstr.
    close pat-elig-history.
    close pat-addr-hist.
    close doc-mstr.
    close ref-doc-mstr.
    close rejected-claims.
    close moh-expl-codes.
    close doc-register.
    close package-rpt-file.

    display "r102 - packages produced      " ctr-packages-produced.
    display "r102 - claim items printed    " ctr-items-printed.
    display "r102 - claims not on file     " ctr-claims-missing.
    display "r102 - packages not on file   " ctr-packages-not-found.

    stop run.

az0-99-exit.
    exit.
xa5-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write package-rpt-record		from	h1-package-head after advancing page.
    write package-rpt-record		from	h2-package-head after advancing 1 line.
    move 2				to	nbr-lines-this-page.

xa5-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa5-print-hdr		thru	xa5-99-exit.
*   endif

    write package-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
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
xe0-read-claim-header.

*	(eof-claims-mstr comes back "Y" when the claim is not on file)
    move "N"				to	eof-claims-mstr.
    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move ws-claim-id			to	key-clm-data (1:11).
    move zeros				to	key-clm-oma-cd
						key-clm-oma-suff
						key-clm-adj-nbr.
    read claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr
	    go to xe0-99-exit.

    add 1				to	ctr-claims-mstr-reads.
    move claims-mstr-rec		to	claim-header-rec.

xe0-99-exit.
    exit.
xg0-outcome-text.

    if apk-no-change
    then
	move "NO CHANGE - BILLING STOOD"
					to	l1-value-2
    else
    if apk-part-recovered
    then
	move "PART RECOVERED"		to	l1-value-2
    else
    if apk-recovered
    then
	move "RECOVERED IN FULL"	to	l1-value-2
    else
    if apk-withdrawn
    then
	move "WITHDRAWN BY MOH"		to	l1-value-2
    else
	move "OPEN"			to	l1-value-2.
*   endif
*   endif
*   endif
*   endif

xg0-99-exit.
    exit.
xh0-doc-status-text.

    if dcr-status = "R"
    then
	move "REQUIRED - NOT YET SENT"	to	l2-doc-status
    else
    if dcr-status = "S"
    then
	move "SENT"			to	l2-doc-status
    else
    if dcr-status = "A"
    then
	move "ACKNOWLEDGED"		to	l2-doc-status
    else
	move "NONE"			to	l2-doc-status.
*   endif
*   endif
*   endif

xh0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
