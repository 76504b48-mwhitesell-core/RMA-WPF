identification division.
program-id. u145.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f002 - claims master
*			: f082 - doctor credentials
*			: f105 - supporting-document register
*			: f106 - submission file register
*			: f116 - IFHP client file
*			: ifhp submission file (output)
*			: f064 - central event log (via eventlog)
*			: ru145 - IFHP submission register (printer)
*
*   program purpose : IFHP billing submission run.  refugee-claimant
*			claims are keyed under agent 7 and used to go
*			out on the printed u035 direct-bill invoice.
*			this run selects the unsubmitted agent 7
*			claims and writes them in the program
*			administrator's claim file layout - a file
*			header, one claim record carrying the
*			patient's IFHP client id and eligibility
*			period off f116, and a count/dollar trailer.
*			a claim with no f116 client, or serviced
*			outside the eligibility period, is held back
*			and listed so the front desk can get the
*			document; the credential and supporting-
*			document holds apply as they do on u038.
*			each claim sent is stamped submitted ("I"),
*			journalled, and registered on f106 under file
*			id "IFHP" + build date.  u146 posts the
*			administrator's payment statement back.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f002_claims_mstr.slr".
*
    copy "f082_doc_credential.slr".
*
    copy "f105_doc_register.slr".
*
    copy "f106_submission_reg.slr".
*
    copy "f116_ifhp_client.slr".
*
    select ifhp-submit-file
	assign to disk "$pb_data/u145_ifhp_submit"
	organization is sequential.
*
    select register-file
	assign to printer print-file-name
	file status is status-register-rpt.
*
data division.
file section.
*
    copy "f002_claims_mstr.fd".
*
    copy "f082_doc_credential.fd".
    copy "f105_doc_register.fd".
    copy "f106_submission_reg.fd".
    copy "f116_ifhp_client.fd".
*
fd  ifhp-submit-file
    record contains 250 characters.

01  ifhp-submit-rec.
    05  ifhp-rec-type			pic x.
    05  ifhp-client-id			pic x(10).
    05  ifhp-elig-from			pic 9(8).
    05  ifhp-elig-to			pic 9(8).
    05  ifhp-doc-ref			pic x(12).
    05  ifhp-pat-surname		pic x(30).
    05  ifhp-pat-given-name		pic x(30).
    05  ifhp-pat-birth-date		pic 9(8).
    05  ifhp-pat-sex			pic 9.
    05  ifhp-doc-ohip-nbr		pic x(6).
    05  ifhp-svc-date			pic 9(8).
    05  ifhp-diag-cd			pic x(4).
    05  ifhp-rma-claim-id		pic x(11).
    05  ifhp-amt-billed			pic 9(7)v99.
    05  filler				pic x(95).

*	(file header and trailer views of the same record)
01  ifhp-header-rec.
    05  ifhp-hdr-rec-type		pic x.
    05  ifhp-hdr-file-id		pic x(12).
    05  ifhp-hdr-build-date		pic 9(8).
    05  filler				pic x(229).

01  ifhp-trailer-rec.
    05  ifhp-trl-rec-type		pic x.
    05  ifhp-trl-file-id		pic x(12).
    05  ifhp-trl-claim-count		pic 9(6).
    05  ifhp-trl-amt-total		pic 9(9)v99.
    05  filler				pic x(220).

fd  register-file
    record contains 132 characters.

01  register-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru145".
77  status-register-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-doc-credential		pic xx	value zero.
77  eof-doc-credential			pic x	value "N".
77  ws-cred-ok				pic x	value "Y".
77  status-cobol-doc-register		pic xx	value zero.
77  ws-docs-ok				pic x	value "Y".
77  status-cobol-submission-reg		pic xx	value zero.
01  ws-sub-file-id			pic x(12)	value spaces.
77  ws-sub-seq				pic 9(6)	value zero.
77  eof-submission-reg			pic x	value "N".
77  status-cobol-ifhp-client		pic xx	value zero.
77  ws-client-ok			pic x	value "Y".

77  eof-claims-mstr			pic x	value "N".

77  ws-billed-amt			pic s9(7)v99	value zero.
77  ws-hold-reason			pic x(30)	value spaces.

    copy "def_agents.ws".

01  run-totals.
    05  tot-claims-submitted		pic 9(7)	value zero.
    05  tot-amt-submitted		pic s9(11)v99	comp-3	value zero.

01  counters.
    05  ctr-claims-mstr-reads		pic 9(7)	value zero.
    05  ctr-claims-held-no-client	pic 9(7)	value zero.
    05  ctr-claims-held-eligibility	pic 9(7)	value zero.
    05  ctr-claims-held-credential	pic 9(7)	value zero.
    05  ctr-claims-held-document	pic 9(7)	value zero.

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-reg-head.
    05  filler				pic x(6)	value "u145".
    05  filler				pic x(22)	value spaces.
    05  filler				pic x(36)	value
		"IFHP BILLING SUBMISSION REGISTER".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-reg-head.
    05  filler				pic x(13)	value "CLAIM".
    05  filler				pic x(12)	value "CLIENT ID".
    05  filler				pic x(19)	value "ELIGIBLE".
    05  filler				pic x(32)	value "PATIENT".
    05  filler				pic x(10)	value "SVC DATE".
    05  filler				pic x(14)	value "      BILLED".

01  l1-reg-line.
    05  l1-claim-id			pic x(11).
    05  filler				pic xx		value spaces.
    05  l1-client-id			pic x(10).
    05  filler				pic xx		value spaces.
    05  l1-elig-from			pic 9(8).
    05  filler				pic x		value "-".
    05  l1-elig-to			pic 9(8).
    05  filler				pic xx		value spaces.
    05  l1-pat-name			pic x(30).
    05  filler				pic xx		value spaces.
    05  l1-svc-date			pic 9(8).
    05  filler				pic xx		value spaces.
    05  l1-billed			pic zz,zzz,zz9.99-.
    05  filler				pic xx		value spaces.
    05  l1-hold-reason			pic x(30).

01  t1-reg-total.
    05  t1-desc				pic x(28)	value
		"CLAIMS SUBMITTED".
    05  t1-claims			pic zzz,zz9.
    05  filler				pic x(12)	value
		"     AMOUNT".
    05  t1-amt				pic zz,zzz,zz9.99-.

01  t2-held-total.
    05  t2-desc				pic x(28).
    05  t2-claims			pic zzz,zz9.

    copy "f002_claims_mstr_rec1_2.ws".

    copy "clmjrnl.ws".

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

err-ifc-file section.
    use after standard error procedure on ifhp-client.
err-ifhp-client.
    move status-cobol-ifhp-client	to common-status-file.
    display "error in accessing IFHP client file - status "
	    common-status-file.
    stop "error in accessing IFHP client file".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until eof-claims-mstr = "Y".
    perform ca0-print-total		thru ca0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    open i-o claims-mstr.
    open input doc-credential.
    open input doc-register.
    open input ifhp-client.
    open i-o submission-reg.

*	(this run's register file id - stream plus the build date)
    move spaces				to	ws-sub-file-id.
    string "IFHP"			delimited by size
	   sys-date-long	delimited by size
				into	ws-sub-file-id.
    move zero				to	ws-sub-seq.

*	(a rerun the same day rebuilds the register from scratch)
    perform ab5-purge-register		thru	ab5-99-exit.

    open output ifhp-submit-file.
    open output register-file.

    move spaces				to	ifhp-header-rec.
    move "H"				to	ifhp-hdr-rec-type.
    move ws-sub-file-id			to	ifhp-hdr-file-id.
    move sys-date-long			to	ifhp-hdr-build-date.
    write ifhp-header-rec.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    perform xa0-print-hdr		thru	xa0-99-exit.

    move "u145"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.

    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr.

aa0-99-exit.
    exit.
*	(clear every register row carrying this run's file id before
*	 the build writes its own)
ab5-purge-register.

    move "N"				to	eof-submission-reg.
    move spaces				to	submission-reg-rec.
    move ws-sub-file-id			to	sbr-file-id.
    move zero				to	sbr-seq-nbr.

    start submission-reg key is greater than or equal to sbr-key
	invalid key
	    move "Y"			to	eof-submission-reg.

ab5-10-purge-loop.

    if eof-submission-reg = "Y"
    then
	go to ab5-99-exit.
*   endif

    read submission-reg next
	at end
	    go to ab5-99-exit.

    if sbr-file-id not = ws-sub-file-id
    then
	go to ab5-99-exit.
*   endif

    delete submission-reg record
	invalid key
	    next sentence.

    go to ab5-10-purge-loop.

ab5-99-exit.
    exit.
ab0-processing.

    read claims-mstr next
	at end
	    move "Y"			to	eof-claims-mstr
	    go to ab0-99-exit.

    add 1				to	ctr-claims-mstr-reads.

    if key-clm-key-type not = "B"
    then
	move "Y"			to	eof-claims-mstr
	go to ab0-99-exit.
*   endif

*	(headers only)
    if   key-clm-oma-cd not = zeros
     and key-clm-oma-cd not = spaces
    then
	go to ab0-99-exit.
*   endif

    move claims-mstr-rec		to	claim-header-rec.
    move claims-mstr-rec		to	cjp-before-image.

*	(IFHP claims are agent 7 and must still be unsubmitted -
*	 d004 initialises the submit date to zeros)
    move clmhdr-agent-cd		to	def-agent-code.
    if not def-agent-ifhp-direct
    then
	go to ab0-99-exit.
*   endif

    if   clmhdr-submit-date not = spaces
     and clmhdr-submit-date not = zeros
    then
	go to ab0-99-exit.
*   endif

*	(the administrator pays only against a client id, and only
*	 for a service inside the eligibility period)
    perform cq0-check-client		thru	cq0-99-exit.
    if ws-client-ok = "N"
    then
	perform bb0-held-line		thru	bb0-99-exit
	go to ab0-99-exit.
*   endif

*	(credential expiry hold)
    perform cr0-check-credentials	thru	cr0-99-exit.
    if ws-cred-ok = "N"
    then
	add 1				to	ctr-claims-held-credential
	go to ab0-99-exit.
*   endif

*	(supporting-document hold)
    perform cs0-check-documents		thru	cs0-99-exit.
    if ws-docs-ok = "N"
    then
	add 1				to	ctr-claims-held-document
	go to ab0-99-exit.
*   endif

    perform ba0-submit-claim		thru	ba0-99-exit.

ab0-99-exit.
    exit.
ba0-submit-claim.

    move spaces				to	ifhp-submit-rec.
    move "C"				to	ifhp-rec-type.
    move ifc-client-id			to	ifhp-client-id.
    move ifc-elig-from			to	ifhp-elig-from.
    move ifc-elig-to			to	ifhp-elig-to.
    move ifc-doc-ref			to	ifhp-doc-ref.
    move clmhdr-pat-surname		to	ifhp-pat-surname.
    move clmhdr-pat-given-name		to	ifhp-pat-given-name.
    move clmhdr-birth-date		to	ifhp-pat-birth-date.
    move clmhdr-sex			to	ifhp-pat-sex.
    move clmhdr-doc-nbr-ohip		to	ifhp-doc-ohip-nbr.
    move clmhdr-serv-date		to	ifhp-svc-date.
    move clmhdr-diag-cd			to	ifhp-diag-cd.
    move clmhdr-claim-id		to	ifhp-rma-claim-id.

    add clmhdr-tot-claim-ar-oma, clmhdr-tot-claim-ar-ohip
					giving	ws-billed-amt.
    move ws-billed-amt			to	ifhp-amt-billed.

    write ifhp-submit-rec.

*	(register line)
    move spaces				to	l1-hold-reason.
    perform bc0-register-line		thru	bc0-99-exit.

    add 1				to	tot-claims-submitted.
    add ws-billed-amt			to	tot-amt-submitted.

*	(stamp the claim so it is not picked up twice)
    move sys-date-long			to	clmhdr-submit-date.
    move "I"				to	clmhdr-tape-submit-ind.
    move claim-header-rec		to	claims-mstr-rec.

    rewrite claims-mstr-rec
	invalid key
	    next sentence.

    move "u145"				to	cjp-pgm.
    move "R"				to	cjp-action.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

*	(the claim key joins the f106 register so this exact file
*	 can be rebuilt and looked up later)
    add 1				to	ws-sub-seq.
    move spaces				to	submission-reg-rec.
    move ws-sub-file-id			to	sbr-file-id.
    move ws-sub-seq			to	sbr-seq-nbr.
    move key-claims-mstr		to	sbr-claim-key.
    write submission-reg-rec
	invalid key
	    rewrite submission-reg-rec.

ba0-99-exit.
    exit.
bb0-held-line.

*	(a held claim is listed with its reason and no amount, so
*	 the front desk can chase the eligibility document)
    move zero				to	ws-billed-amt.
    move ws-hold-reason			to	l1-hold-reason.
    perform bc0-register-line		thru	bc0-99-exit.

bb0-99-exit.
    exit.
bc0-register-line.

    move clmhdr-claim-id		to	l1-claim-id.
    move ifc-client-id			to	l1-client-id.
    move ifc-elig-from			to	l1-elig-from.
    move ifc-elig-to			to	l1-elig-to.
    move clmhdr-pat-surname		to	l1-pat-name.
    move clmhdr-serv-date		to	l1-svc-date.
    move ws-billed-amt			to	l1-billed.
    move l1-reg-line			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

bc0-99-exit.
    exit.

*	IFHP client check: the patient must be on f116 and the
*	service date inside the eligibility period (an open period
*	carries zero in the end date)
cq0-check-client.

    move "Y"				to	ws-client-ok.
    move spaces				to	ws-hold-reason.

    move clmhdr-pat-id (1:16)		to	ifc-pat-key.

    read ifhp-client
	invalid key
	    move spaces			to	ifhp-client-rec
	    move zero			to	ifc-elig-from
						ifc-elig-to
	    move "N"			to	ws-client-ok
	    move "HELD - NO IFHP CLIENT ON FILE"
					to	ws-hold-reason
	    add 1			to	ctr-claims-held-no-client
	    go to cq0-99-exit.

    if   clmhdr-serv-date < ifc-elig-from
      or (    ifc-elig-to not = zero
          and clmhdr-serv-date > ifc-elig-to)
    then
	move "N"			to	ws-client-ok
	move "HELD - OUTSIDE ELIGIBILITY"
					to	ws-hold-reason
	add 1				to	ctr-claims-held-eligibility.
*   endif

cq0-99-exit.
    exit.

*	credential hold: a doctor with any f082 credential past expiry
*	is held out of this submission until m082 brings the record up
*	to date
cr0-check-credentials.

    move "Y"				to	ws-cred-ok.
    move "N"				to	eof-doc-credential.

    move spaces				to	cred-key.
    move clmhdr-doc-nbr (2:3)		to	cred-doc-nbr.

    start doc-credential key is greater than or equal to cred-key
	invalid key
	    move "Y"			to	eof-doc-credential.

cr0-10-cred-loop.

    if   eof-doc-credential = "Y"
      or ws-cred-ok = "N"
    then
	go to cr0-99-exit.
*   endif

    read doc-credential next
	at end
	    go to cr0-99-exit.

    if cred-doc-nbr not = clmhdr-doc-nbr (2:3)
    then
	go to cr0-99-exit.
*   endif

    if  cred-expiry-date not = zero
    and cred-expiry-date < sys-date-long-r
    then
	move "N"			to	ws-cred-ok.
*   endif

    go to cr0-10-cred-loop.

cr0-99-exit.
    exit.

*	supporting-document hold: a flagged claim stays back until the
*	f105 register reads sent/acknowledged
cs0-check-documents.

    move "Y"				to	ws-docs-ok.

    if clmhdr-doc-required-flag not = "Y"
    then
	go to cs0-99-exit.
*   endif

    move clmhdr-claim-id		to	dcr-claim-id.

    read doc-register
	invalid key
	    move "N"			to	ws-docs-ok
	    go to cs0-99-exit.

    if   dcr-status not = "S"
     and dcr-status not = "A"
    then
	move "N"			to	ws-docs-ok.
*   endif

cs0-99-exit.
    exit.
ca0-print-total.

    move tot-claims-submitted		to	t1-claims.
    move tot-amt-submitted		to	t1-amt.
    move 2				to	nbr-lines-to-adv.
    move t1-reg-total			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

    move "HELD - NO IFHP CLIENT"	to	t2-desc.
    move ctr-claims-held-no-client	to	t2-claims.
    move t2-held-total			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

    move "HELD - OUTSIDE ELIGIBILITY"	to	t2-desc.
    move ctr-claims-held-eligibility	to	t2-claims.
    move t2-held-total			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

    move "HELD - CREDENTIAL LAPSED"	to	t2-desc.
    move ctr-claims-held-credential	to	t2-claims.
    move t2-held-total			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

    move "HELD - DOCUMENTS NEEDED"	to	t2-desc.
    move ctr-claims-held-document	to	t2-claims.
    move t2-held-total			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

ca0-99-exit.
    exit.
az0-end-of-job.

    move spaces				to	ifhp-trailer-rec.
    move "T"				to	ifhp-trl-rec-type.
    move ws-sub-file-id			to	ifhp-trl-file-id.
    move tot-claims-submitted		to	ifhp-trl-claim-count.
    move tot-amt-submitted		to	ifhp-trl-amt-total.
    write ifhp-trailer-rec.

*	(the register's file header record)
    move spaces				to	submission-reg-rec.
    move ws-sub-file-id			to	sbr-file-id.
    move zero				to	sbr-seq-nbr.
    move sys-date-long			to	sbr-build-date.
    move tot-claims-submitted		to	sbr-claim-count.
    move tot-amt-submitted		to	sbr-dollar-total.
    write submission-reg-rec
	invalid key
	    rewrite submission-reg-rec.

    move "u145"				to	elp-pgm.
    move "END"				to	elp-type.
    move tot-claims-submitted		to	elp-count.
    move "IFHP CLAIMS SUBMITTED"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close claims-mstr.
    close doc-credential.
    close doc-register.
    close ifhp-client.
    close submission-reg.
    close ifhp-submit-file.
    close register-file.

    display "u145 - claims read             " ctr-claims-mstr-reads.
    display "u145 - claims submitted        " tot-claims-submitted.
    display "u145 - held, no ifhp client    " ctr-claims-held-no-client.
    display "u145 - held, not eligible      " ctr-claims-held-eligibility.
    display "u145 - held, credential lapsed " ctr-claims-held-credential.
    display "u145 - held, documents needed  " ctr-claims-held-document.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write register-record		from	h1-reg-head after advancing page.
    write register-record		from	h2-reg-head after advancing 2 lines.
    move 2				to	nbr-lines-to-adv.
    move 3				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-register-record.

    if nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write register-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
