identification division.
program-id. r098.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f002 - claims master
*			: f040 - oma fee master
*			: f020 - doctor master
*			: r098_parm - report month, prior-visit window
*			: rr098 - virtual care report (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : monthly virtual-versus-in-person report by
*			doctor for the services rendered in the
*			month (the month before the run date unless
*			the parm names one).
*			  1 - virtual share by doctor: in-person
*			      services and revenue, virtual services
*			      by modality (video, telephone, secure
*			      message) and revenue, and the virtual
*			      share of each.
*			  2 - virtual services on codes f040 marks as
*			      needing a prior in-person visit where
*			      the patient has no in-person service on
*			      file within the window (12 months unless
*			      the parm says otherwise) up to the day
*			      of the virtual service.
*			the services are the claim detail lines -
*			payment and adjustment details are left out -
*			and the revenue is the line's billed fee.
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
    copy "f020_doctor_mstr.slr".
*
    select r098-parm-file
	assign to disk "$pb_data/r098_parm"
	organization is sequential
	file status is status-r098-parm.
*
    select virtual-rpt-file
	assign to printer print-file-name
	file status is status-virtual-rpt.
*
data division.
file section.
*
    copy "f002_claims_mstr.fd".
*
    copy "f040_oma_fee_mstr.fd".
*
    copy "f020_doctor_mstr.fd".
*
fd  r098-parm-file
    record contains 80 characters.

*	(type "M" - the month to report, yyyymm; type "W" - the
*	 prior in-person visit window in months)
01  r098-parm-rec.
    05  r098-parm-type			pic x.
    05  r098-parm-value			pic x(6).
    05  r098-parm-month redefines r098-parm-value
					pic 9(6).
    05  r098-parm-window redefines r098-parm-value.
	10  r098-parm-window-months	pic 99.
	10  filler			pic x(4).
    05  filler				pic x(73).

fd  virtual-rpt-file
    record contains 132 characters.

01  virtual-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr098".
77  status-virtual-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-oma-mstr		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-r098-parm			pic xx	value zero.

77  eof-claims-mstr			pic x	value "N".
77  ws-prior-found			pic x	value "N".

77  ws-window-months			pic 99		value 12.
77  ws-month-count			pic 9(6)	value zero.
77  ws-last-fee-cd			pic x(4)	value spaces.
77  ws-prior-visit-req			pic x		value "N".
77  ws-pct-svcs				pic s9(3)v9	value zero.
77  ws-pct-rev				pic s9(3)v9	value zero.
77  ws-tot-svcs				pic s9(7)	value zero.
77  ws-tot-rev				pic s9(9)v99	value zero.
77  ws-share-svcs			pic s9(7)	value zero.
77  ws-share-rev			pic s9(9)v99	value zero.

01  ws-rpt-month			pic 9(6)	value zero.
01  ws-rpt-month-r redefines ws-rpt-month.
    05  ws-rpt-yy			pic 9(4).
    05  ws-rpt-mm			pic 99.

*   the window for a virtual service runs from the same day the
*   window's months earlier up to the day of the service

01  ws-window-from.
    05  ws-from-yy			pic 9(4).
    05  ws-from-mm			pic 99.
    05  ws-from-dd			pic 99.
01  ws-window-from-r redefines ws-window-from	pic 9(8).

*   the claim the scan is in - the header comes ahead of its
*   service lines on the "B" key

01  ws-current-claim.
    05  cur-clinic			pic 99.
    05  cur-doc-nbr			pic x(3).
    05  cur-claim-id			pic x(11).
    05  cur-pat-id			pic x(17).
    05  cur-pat-name			pic x(25).

*   one entry per clinic and doctor with services in the month

01  doctor-table.
    05  doc-entry			occurs 500 times.
	10  dt-clinic			pic 99.
	10  dt-doc-nbr			pic x(3).
	10  dt-ip-svcs			pic s9(7).
	10  dt-ip-rev			pic s9(9)v99.
	10  dt-video-svcs		pic s9(7).
	10  dt-phone-svcs		pic s9(7).
	10  dt-msg-svcs			pic s9(7).
	10  dt-virt-svcs		pic s9(7).
	10  dt-virt-rev			pic s9(9)v99.
	10  dt-no-prior			pic s9(5).
77  doc-used				pic 9(4)	comp	value zero.
77  ss-doc				pic 9(4)	comp	value zero.

01  report-totals.
    05  rt-ip-svcs			pic s9(7).
    05  rt-ip-rev			pic s9(9)v99.
    05  rt-video-svcs			pic s9(7).
    05  rt-phone-svcs			pic s9(7).
    05  rt-msg-svcs			pic s9(7).
    05  rt-virt-svcs			pic s9(7).
    05  rt-virt-rev			pic s9(9)v99.
    05  rt-no-prior			pic s9(5).

*   the virtual lines whose code wants a prior in-person visit,
*   checked against the patient's claims once the scan is done

01  candidate-table.
    05  cand-entry			occurs 2000 times.
	10  cnd-doc-ss			pic 9(4)	comp.
	10  cnd-claim-id		pic x(11).
	10  cnd-pat-id			pic x(17).
	10  cnd-pat-name		pic x(25).
	10  cnd-oma-cd			pic x(4).
	10  cnd-oma-suff		pic x.
	10  cnd-sv-date			pic 9(8).
	10  cnd-modality		pic x.
	10  cnd-fee			pic s9(5)v99.
	10  cnd-no-prior		pic x.
77  cand-used				pic 9(4)	comp	value zero.
77  ss-cand				pic 9(4)	comp	value zero.

*   the patient's claims, gathered off the patient path

01  pat-claim-table.
    05  pat-claim-id			pic x(11)	occurs 300 times.
77  pat-claims-used			pic 9(4)	comp	value zero.
77  ss-pat-claim			pic 9(4)	comp	value zero.

01  counters.
    05  ctr-claims-mstr-reads		pic 9(9)	value zero.
    05  ctr-lines-in-month		pic 9(7)	value zero.
    05  ctr-candidates			pic 9(7)	value zero.
    05  ctr-no-prior			pic 9(7)	value zero.
    05  ctr-doc-overflow		pic 9(7)	value zero.
    05  ctr-cand-overflow		pic 9(7)	value zero.
    05  ctr-pat-claim-overflow		pic 9(7)	value zero.

    copy "f002_claims_mstr_rec1_2.ws".

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.
01  s1-section-title			pic x(60)	value spaces.
01  hold-column-head			pic x(132)	value spaces.

01  h1-virtual-head.
    05  filler				pic x(6)	value "r098".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(52)	value
		"VIRTUAL CARE - VIRTUAL VERSUS IN-PERSON BY DOCTOR".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-month-head.
    05  filler				pic x(21)	value
		"SERVICES RENDERED IN ".
    05  h2-rpt-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h2-rpt-mm			pic 99.
    05  filler				pic x(37)	value
		"     PRIOR IN-PERSON VISIT WINDOW - ".
    05  h2-window-months		pic z9.
    05  filler				pic x(7)	value " MONTHS".

01  h3-doctor-head.
    05  filler				pic x(7)	value "CLN DOC".
    05  filler				pic x(22)	value "  DOCTOR".
    05  filler				pic x(9)	value
		"  IN-PERS".
    05  filler				pic x(15)	value
		"    IN-PERS REV".
    05  filler				pic x(7)	value
		"  VIDEO".
    05  filler				pic x(7)	value
		"  PHONE".
    05  filler				pic x(7)	value
		"    MSG".
    05  filler				pic x(8)	value
		" VIRTUAL".
    05  filler				pic x(15)	value
		"    VIRTUAL REV".
    05  filler				pic x(8)	value
		"  VIRT %".
    05  filler				pic x(7)	value
		"  REV %".
    05  filler				pic x(9)	value
		" NO PRIOR".

01  h4-flag-head.
    05  filler				pic x(7)	value "CLN DOC".
    05  filler				pic x(13)	value "  CLAIM".
    05  filler				pic x(18)	value "PATIENT KEY".
    05  filler				pic x(26)	value "PATIENT".
    05  filler				pic x(6)	value "CODE".
    05  filler				pic x(10)	value "SVC DATE".
    05  filler				pic x(4)	value "MOD".
    05  filler				pic x(10)	value
		"       FEE".

01  l1-doctor-line.
    05  l1-clinic			pic 99.
    05  filler				pic x(2)	value spaces.
    05  l1-doc-nbr			pic x(3).
    05  filler				pic x(2)	value spaces.
    05  l1-doc-name			pic x(20).
    05  l1-ip-svcs			pic z,zzz,zz9.
    05  l1-ip-rev			pic zzz,zzz,zz9.99-.
    05  l1-video-svcs			pic zzzzz9.
    05  filler				pic x		value spaces.
    05  l1-phone-svcs			pic zzzzz9.
    05  filler				pic x		value spaces.
    05  l1-msg-svcs			pic zzzzz9.
    05  l1-virt-svcs			pic z,zzz,zz9.
    05  l1-virt-rev			pic zzz,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l1-pct-svcs			pic zz9.9.
    05  filler				pic x(2)	value spaces.
    05  l1-pct-rev			pic zz9.9.
    05  filler				pic x(2)	value spaces.
    05  l1-no-prior			pic zzzz9.

01  l2-flag-line.
    05  l2-clinic			pic 99.
    05  filler				pic x(2)	value spaces.
    05  l2-doc-nbr			pic x(3).
    05  filler				pic x(2)	value spaces.
    05  l2-claim-id			pic x(11).
    05  filler				pic x(2)	value spaces.
    05  l2-pat-key			pic x(17).
    05  filler				pic x		value spaces.
    05  l2-pat-name			pic x(25).
    05  filler				pic x		value spaces.
    05  l2-oma-cd			pic x(4).
    05  l2-oma-suff			pic x.
    05  filler				pic x		value spaces.
    05  l2-sv-date			pic 9(8).
    05  filler				pic x(3)	value spaces.
    05  l2-modality			pic x.
    05  filler				pic x(2)	value spaces.
    05  l2-fee				pic zz,zz9.99-.

01  l3-overflow-line.
    05  filler				pic x(40)	value
		"*** TABLE FULL - LINES NOT CHECKED: ".
    05  l3-overflow			pic zzz,zz9.

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
    perform ab0-processing		thru ab0-99-exit
	until eof-claims-mstr = "Y".

    perform ca0-check-prior-visit	thru ca0-99-exit
	varying ss-cand from 1 by 1
	until   ss-cand > cand-used.

    perform da0-doctor-section		thru da0-99-exit.
    perform ea0-flag-section		thru ea0-99-exit.

    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.
    move zero				to report-totals.

*	(the month before the run date unless the parm names one)
    move sys-yy				to	ws-rpt-yy.
    move sys-mm				to	ws-rpt-mm.
    if ws-rpt-mm = 1
    then
	move 12				to	ws-rpt-mm
	subtract 1			from	ws-rpt-yy
    else
	subtract 1			from	ws-rpt-mm.
*   endif

    perform ap0-read-parm		thru	ap0-99-exit.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move ws-rpt-yy			to	h2-rpt-yy.
    move ws-rpt-mm			to	h2-rpt-mm.
    move ws-window-months		to	h2-window-months.

    open input claims-mstr.
    open input oma-fee-mstr.
    open input doc-mstr.
    open output virtual-rpt-file.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr.

    move spaces				to	ws-current-claim.

    move "r098"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ap0-read-parm.

*	(an "M" record names the month, a "W" record the window)

    open input r098-parm-file.
    if status-r098-parm not = "00"
    then
	go to ap0-99-exit.
*   endif

ap0-10-parm-loop.

    read r098-parm-file
	at end
	    close r098-parm-file
	    go to ap0-99-exit.

    if   r098-parm-type = "M"
     and r098-parm-month numeric
     and r098-parm-month (5:2) > "00"
     and r098-parm-month (5:2) < "13"
    then
	move r098-parm-month		to	ws-rpt-month.
*   endif

    if   r098-parm-type = "W"
     and r098-parm-window-months numeric
     and r098-parm-window-months > zero
    then
	move r098-parm-window-months	to	ws-window-months.
*   endif

    go to ap0-10-parm-loop.

ap0-99-exit.
    exit.
ab0-processing.

    read claims-mstr next
	at end
	    move "Y"			to	eof-claims-mstr
	    go to ab0-99-exit.

    if key-clm-key-type not = "B"
    then
	move "Y"			to	eof-claims-mstr
	go to ab0-99-exit.
*   endif

    add 1				to	ctr-claims-mstr-reads.

*	(a header - hold it for the lines that follow)
    if   key-clm-oma-cd = zeros
      or key-clm-oma-cd = spaces
    then
	perform ba0-hold-header		thru	ba0-99-exit
	go to ab0-99-exit.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.

*	(payment/adjustment details are not services)
    if   k-clmdtl-b-oma-cd = "PAID"
      or k-clmdtl-b-oma-cd = "ADJU"
      or k-clmdtl-b-adj-nbr not = zero
    then
	go to ab0-99-exit.
*   endif

    if clmdtl-sv-date (1:6) not = ws-rpt-month
    then
	go to ab0-99-exit.
*   endif

    if key-clm-data (1:11) not = cur-claim-id
    then
	go to ab0-99-exit.
*   endif

    add 1				to	ctr-lines-in-month.

    perform bb0-find-doctor		thru	bb0-99-exit.
    if ss-doc = zero
    then
	go to ab0-99-exit.
*   endif

    perform bc0-accumulate		thru	bc0-99-exit.

    if clmdtl-virtual
    then
	perform bd0-check-candidate	thru	bd0-99-exit.
*   endif

ab0-99-exit.
    exit.
ba0-hold-header.

    move claims-mstr-rec		to	claim-header-rec.

    move clmhdr-clinic-nbr-1-2		to	cur-clinic.
    move clmhdr-batch-nbr-3-6 (2:3)	to	cur-doc-nbr.
    move clmhdr-claim-id		to	cur-claim-id.
    move clmhdr-pat-id			to	cur-pat-id.
    move spaces				to	cur-pat-name.
    string clmhdr-pat-surname		delimited by "  "
	   ", "				delimited by size
	   clmhdr-pat-given-name	delimited by "  "
	into cur-pat-name.

ba0-99-exit.
    exit.
bb0-find-doctor.

    move 1				to	ss-doc.

bb0-10-search.

    if ss-doc > doc-used
    then
	go to bb0-50-add.
*   endif

    if   dt-clinic (ss-doc)  = cur-clinic
     and dt-doc-nbr (ss-doc) = cur-doc-nbr
    then
	go to bb0-99-exit.
*   endif

    add 1				to	ss-doc.
    go to bb0-10-search.

bb0-50-add.

    if doc-used not < 500
    then
	add 1				to	ctr-doc-overflow
	move zero			to	ss-doc
	go to bb0-99-exit.
*   endif

    add 1				to	doc-used.
    move doc-used			to	ss-doc.
    move cur-clinic			to	dt-clinic (ss-doc).
    move cur-doc-nbr			to	dt-doc-nbr (ss-doc).
    move zero				to	dt-ip-svcs (ss-doc)
						dt-ip-rev (ss-doc)
						dt-video-svcs (ss-doc)
						dt-phone-svcs (ss-doc)
						dt-msg-svcs (ss-doc)
						dt-virt-svcs (ss-doc)
						dt-virt-rev (ss-doc)
						dt-no-prior (ss-doc).

bb0-99-exit.
    exit.
bc0-accumulate.

    if not clmdtl-virtual
    then
	add clmdtl-nbr-serv		to	dt-ip-svcs (ss-doc)
	add clmdtl-fee-oma		to	dt-ip-rev (ss-doc)
	go to bc0-99-exit.
*   endif

    add clmdtl-nbr-serv			to	dt-virt-svcs (ss-doc).
    add clmdtl-fee-oma			to	dt-virt-rev (ss-doc).

    if clmdtl-video
    then
	add clmdtl-nbr-serv		to	dt-video-svcs (ss-doc).
*   endif
    if clmdtl-telephone
    then
	add clmdtl-nbr-serv		to	dt-phone-svcs (ss-doc).
*   endif
    if clmdtl-secure-message
    then
	add clmdtl-nbr-serv		to	dt-msg-svcs (ss-doc).
*   endif

bc0-99-exit.
    exit.
bd0-check-candidate.

*	(only codes f040 marks as needing a prior in-person visit)
    if clmdtl-oma-cd not = ws-last-fee-cd
    then
	move clmdtl-oma-cd		to	ws-last-fee-cd
						fee-oma-cd
	move "N"			to	ws-prior-visit-req
	read oma-fee-mstr
	    invalid key
		go to bd0-99-exit.
*   endif

    if status-cobol-oma-mstr = "00"
    then
	move fee-virtual-prior-visit	to	ws-prior-visit-req.
*   endif

    if ws-prior-visit-req not = "Y"
    then
	go to bd0-99-exit.
*   endif

    add 1				to	ctr-candidates.

    if cand-used not < 2000
    then
	add 1				to	ctr-cand-overflow
	go to bd0-99-exit.
*   endif

    add 1				to	cand-used.
    move cand-used			to	ss-cand.
    move ss-doc				to	cnd-doc-ss (ss-cand).
    move cur-claim-id			to	cnd-claim-id (ss-cand).
    move cur-pat-id			to	cnd-pat-id (ss-cand).
    move cur-pat-name			to	cnd-pat-name (ss-cand).
    move clmdtl-oma-cd			to	cnd-oma-cd (ss-cand).
    move clmdtl-oma-suff		to	cnd-oma-suff (ss-cand).
    move clmdtl-sv-date			to	cnd-sv-date (ss-cand).
    move clmdtl-modality		to	cnd-modality (ss-cand).
    move clmdtl-fee-oma			to	cnd-fee (ss-cand).
    move "N"				to	cnd-no-prior (ss-cand).

bd0-99-exit.
    exit.
ca0-check-prior-visit.

*	(the window opens the window's months before the service)
    move cnd-sv-date (ss-cand)		to	ws-window-from-r.
    compute ws-month-count =
	(ws-from-yy * 12) + ws-from-mm - 1 - ws-window-months.
    divide ws-month-count by 12
	giving ws-from-yy
	remainder ws-from-mm.
    add 1				to	ws-from-mm.

*	(the patient's claims that began on or before the service,
*	 off the patient path)
    move zero				to	pat-claims-used.
    move spaces				to	clmdtl-p-claims-mstr.
    move "P"				to	clmdtl-p-key-type
					     of claims-mstr-rec.
    move cnd-pat-id (ss-cand)		to	clmdtl-p-data
					     of claims-mstr-rec.

    start claims-mstr key is greater than or equal to clmdtl-p-claims-mstr
	invalid key
	    go to ca0-50-check-claims.

ca0-10-pat-loop.

    read claims-mstr next
	at end
	    go to ca0-50-check-claims.

    if   clmdtl-p-key-type of claims-mstr-rec not = "P"
      or clmdtl-p-data of claims-mstr-rec not = cnd-pat-id (ss-cand)
    then
	go to ca0-50-check-claims.
*   endif

    move claims-mstr-rec		to	claim-header-rec.

    if   clmhdr-serv-date > cnd-sv-date (ss-cand)
      or clmhdr-serv-date = zero
    then
	go to ca0-10-pat-loop.
*   endif

    if pat-claims-used not < 300
    then
	add 1				to	ctr-pat-claim-overflow
	go to ca0-50-check-claims.
*   endif

    add 1				to	pat-claims-used.
    move clmhdr-claim-id		to	pat-claim-id (pat-claims-used).
    go to ca0-10-pat-loop.

ca0-50-check-claims.

    move "N"				to	ws-prior-found.
    perform cb0-scan-claim-lines	thru	cb0-99-exit
	varying ss-pat-claim from 1 by 1
	until   ss-pat-claim > pat-claims-used
	     or ws-prior-found = "Y".

    if ws-prior-found = "Y"
    then
	go to ca0-99-exit.
*   endif

    move "Y"				to	cnd-no-prior (ss-cand).
    move cnd-doc-ss (ss-cand)		to	ss-doc.
    add 1				to	dt-no-prior (ss-doc)
						ctr-no-prior.

ca0-99-exit.
    exit.
cb0-scan-claim-lines.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move pat-claim-id (ss-pat-claim)	to	key-clm-data (1:11).
    move zeros				to	key-clm-oma-cd
						key-clm-oma-suff
						key-clm-adj-nbr.

    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    go to cb0-99-exit.

cb0-10-line-loop.

    read claims-mstr next
	at end
	    go to cb0-99-exit.

    if   key-clm-key-type not = "B"
      or key-clm-data (1:11) not = pat-claim-id (ss-pat-claim)
    then
	go to cb0-99-exit.
*   endif

    if   key-clm-oma-cd = zeros
      or key-clm-oma-cd = spaces
    then
	go to cb0-10-line-loop.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.

    if   k-clmdtl-b-oma-cd = "PAID"
      or k-clmdtl-b-oma-cd = "ADJU"
      or k-clmdtl-b-adj-nbr not = zero
      or not clmdtl-in-person
    then
	go to cb0-10-line-loop.
*   endif

    if   clmdtl-sv-date not < ws-window-from-r
     and clmdtl-sv-date not > cnd-sv-date (ss-cand)
    then
	move "Y"			to	ws-prior-found
	go to cb0-99-exit.
*   endif

    go to cb0-10-line-loop.

cb0-99-exit.
    exit.
da0-doctor-section.

    move "VIRTUAL SHARE BY DOCTOR"	to	s1-section-title.
    move h3-doctor-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    perform db0-doctor-line		thru	db0-99-exit
	varying ss-doc from 1 by 1
	until   ss-doc > doc-used.

    move spaces				to	l1-doctor-line.
    move "REPORT TOTAL"			to	l1-doc-name.
    move rt-ip-svcs			to	l1-ip-svcs.
    move rt-ip-rev			to	l1-ip-rev.
    move rt-video-svcs			to	l1-video-svcs.
    move rt-phone-svcs			to	l1-phone-svcs.
    move rt-msg-svcs			to	l1-msg-svcs.
    move rt-virt-svcs			to	l1-virt-svcs.
    move rt-virt-rev			to	l1-virt-rev.
    move rt-no-prior			to	l1-no-prior.

    compute ws-tot-svcs = rt-ip-svcs + rt-virt-svcs.
    compute ws-tot-rev  = rt-ip-rev  + rt-virt-rev.
    move rt-virt-svcs			to	ws-share-svcs.
    move rt-virt-rev			to	ws-share-rev.
    perform xe0-calc-shares		thru	xe0-99-exit.
    move ws-pct-svcs			to	l1-pct-svcs.
    move ws-pct-rev			to	l1-pct-rev.

    move l1-doctor-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if ctr-doc-overflow > zero
    then
	move ctr-doc-overflow		to	l3-overflow
	move l3-overflow-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

da0-99-exit.
    exit.
db0-doctor-line.

    move spaces				to	l1-doctor-line.
    move dt-clinic (ss-doc)		to	l1-clinic.
    move dt-doc-nbr (ss-doc)		to	l1-doc-nbr
						doc-nbr.
    read doc-mstr
	invalid key
	    move "NOT ON DOCTOR MASTER"	to	doc-name.
    move doc-name			to	l1-doc-name.

    move dt-ip-svcs (ss-doc)		to	l1-ip-svcs.
    move dt-ip-rev (ss-doc)		to	l1-ip-rev.
    move dt-video-svcs (ss-doc)		to	l1-video-svcs.
    move dt-phone-svcs (ss-doc)		to	l1-phone-svcs.
    move dt-msg-svcs (ss-doc)		to	l1-msg-svcs.
    move dt-virt-svcs (ss-doc)		to	l1-virt-svcs.
    move dt-virt-rev (ss-doc)		to	l1-virt-rev.
    move dt-no-prior (ss-doc)		to	l1-no-prior.

    compute ws-tot-svcs = dt-ip-svcs (ss-doc) + dt-virt-svcs (ss-doc).
    compute ws-tot-rev  = dt-ip-rev (ss-doc)  + dt-virt-rev (ss-doc).
    move dt-virt-svcs (ss-doc)		to	ws-share-svcs.
    move dt-virt-rev (ss-doc)		to	ws-share-rev.
    perform xe0-calc-shares		thru	xe0-99-exit.
    move ws-pct-svcs			to	l1-pct-svcs.
    move ws-pct-rev			to	l1-pct-rev.

    move l1-doctor-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add dt-ip-svcs (ss-doc)		to	rt-ip-svcs.
    add dt-ip-rev (ss-doc)		to	rt-ip-rev.
    add dt-video-svcs (ss-doc)		to	rt-video-svcs.
    add dt-phone-svcs (ss-doc)		to	rt-phone-svcs.
    add dt-msg-svcs (ss-doc)		to	rt-msg-svcs.
    add dt-virt-svcs (ss-doc)		to	rt-virt-svcs.
    add dt-virt-rev (ss-doc)		to	rt-virt-rev.
    add dt-no-prior (ss-doc)		to	rt-no-prior.

db0-99-exit.
    exit.
ea0-flag-section.

    move "VIRTUAL SERVICES WITH NO IN-PERSON VISIT IN THE WINDOW"
					to	s1-section-title.
    move h4-flag-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    perform eb0-flag-line		thru	eb0-99-exit
	varying ss-cand from 1 by 1
	until   ss-cand > cand-used.

    if ctr-cand-overflow > zero
    then
	move ctr-cand-overflow		to	l3-overflow
	move l3-overflow-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

ea0-99-exit.
    exit.
eb0-flag-line.

    if cnd-no-prior (ss-cand) not = "Y"
    then
	go to eb0-99-exit.
*   endif

    move cnd-doc-ss (ss-cand)		to	ss-doc.
    move spaces				to	l2-flag-line.
    move dt-clinic (ss-doc)		to	l2-clinic.
    move dt-doc-nbr (ss-doc)		to	l2-doc-nbr.
    move cnd-claim-id (ss-cand)		to	l2-claim-id.
    move cnd-pat-id (ss-cand)		to	l2-pat-key.
    move cnd-pat-name (ss-cand)		to	l2-pat-name.
    move cnd-oma-cd (ss-cand)		to	l2-oma-cd.
    move cnd-oma-suff (ss-cand)		to	l2-oma-suff.
    move cnd-sv-date (ss-cand)		to	l2-sv-date.
    move cnd-modality (ss-cand)		to	l2-modality.
    move cnd-fee (ss-cand)		to	l2-fee.

    move l2-flag-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

eb0-99-exit.
    exit.
az0-end-of-job.

    move "r098"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-lines-in-month		to	elp-count.
    move "VIRTUAL CARE LINES REPORTED"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close claims-mstr.
    close oma-fee-mstr.
    close doc-mstr.
    close virtual-rpt-file.

    display "r098 - claims records read    " ctr-claims-mstr-reads.
    display "r098 - service lines in month " ctr-lines-in-month.
    display "r098 - virtual lines checked  " ctr-candidates.
    display "r098 - no prior visit         " ctr-no-prior.
    if ctr-pat-claim-overflow > zero
    then
	display "r098 - patients over 300 claims " ctr-pat-claim-overflow.
*   endif

    stop run.

az0-99-exit.
    exit.
xa5-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write virtual-rpt-record		from	h1-virtual-head after advancing page.
    write virtual-rpt-record		from	h2-month-head after advancing 1 line.
    move 2				to	nbr-lines-this-page.

xa5-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa5-print-hdr		thru	xa5-99-exit.
*   endif

    write virtual-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
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
xe0-calc-shares.

*	(virtual share of the services and of the revenue - the
*	 caller leaves the virtual figures in the work fields)
    move zero				to	ws-pct-svcs
						ws-pct-rev.
    if ws-tot-svcs not = zero
    then
	compute ws-pct-svcs rounded =
	    ws-share-svcs * 100 / ws-tot-svcs.
*   endif
    if ws-tot-rev not = zero
    then
	compute ws-pct-rev rounded =
	    ws-share-rev * 100 / ws-tot-rev.
*   endif

xe0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
