identification division.
program-id. r162.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f002 - claims master
*			: f110 - RA short-pay inquiry file
*			: f092 - MOH explanatory code master
*			: f020 - doctor master
*			: f103 - report distribution list
*			: r162_parm - remittance month
*			: r162-work-file - claim rows, sorted by
*			  doctor and claim
*			: rr162 - remittance detail (printer)
*			: r162_remit.txt - the same rows, pipe
*			  delimited, for the doctors' own books
*			: f064 - central event log (via eventlog)
*
*   program purpose : monthly remittance detail per doctor - the
*			claim-level companion to the r153a statement
*			of earnings.  every claim with money moving
*			on it in the month (the month before the run
*			date unless the parm names one) is listed
*			under its batch doctor with the patient, the
*			payor, each service billed (code, service
*			date, services, fee) and each movement dated
*			in the month:
*			  - payments keyed against the claim (the
*			    "PAID" lines);
*			  - the RA payment - what the claim header
*			    holds beyond its payment lines, dated by
*			    the last cash/tape payment (the m115
*			    "RA/OTHER" remainder);
*			  - adjustments, write-offs and card
*			    chargebacks;
*			  - the RA short-paid service lines u030f
*			    filed on f110 with payment dates in the
*			    month, with the MOH explanatory code and
*			    its f092 description.
*			the doctor's totals close each section.
*			  every body line carries the doctor number,
*			  so the u802 capture / u127 delivery sends
*			  each doctor only their own claims.  the
*			  rows are also written pipe delimited to
*			  $pb_data/r162_remit.txt (doctor number,
*			  space padded to six, leads each row) for
*			  capture as report "r162d".  every f103
*			  recipient of the statement (r153a) is added
*			  to both lists if not already on them.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f002_claims_mstr.slr".
*
    copy "f110_ra_inquiry.slr".
*
    copy "f092_moh_expl_codes.slr".
*
    copy "f020_doctor_mstr.slr".
*
    copy "f103_dist_list.slr".
*
    select r162-parm-file
	assign to disk "$pb_data/r162_parm"
	organization is sequential
	file status is status-r162-parm.
*
    select r162-work-file
	assign to disk "$pb_data/r162_work".
*
    select remit-txt-file
	assign to disk "$pb_data/r162_remit.txt"
	organization is line sequential
	file status is status-remit-txt.
*
    select remit-rpt-file
	assign to printer print-file-name
	file status is status-remit-rpt.
*
data division.
file section.
*
    copy "f002_claims_mstr.fd".
*
    copy "f110_ra_inquiry.fd".
*
    copy "f092_moh_expl_codes.fd".
*
    copy "f020_doctor_mstr.fd".
*
    copy "f103_dist_list.fd".
*
fd  r162-parm-file
    record contains 80 characters.

*	(type "M" - the month to report, yyyymm)
01  r162-parm-rec.
    05  r162-parm-type			pic x.
    05  r162-parm-month			pic 9(6).
    05  filler				pic x(73).

sd  r162-work-file
    record contains 160 characters.

*	(the rows of a claim in the order they were released - "C"
*	 the claim, "S" a service billed, "P" a payment, "R" the RA
*	 payment, "A" an adjustment, "W" a write-off, "B" a card
*	 chargeback, "X" an RA short-paid service line)
01  work-file-rec.
    05  wf-doc-nbr			pic x(3).
    05  wf-claim-id			pic x(11).
    05  wf-seq				pic 9(3).
    05  wf-row-type			pic x.
    05  wf-date				pic 9(8).
    05  wf-pat-name			pic x(25).
    05  wf-health-nbr			pic x(12).
    05  wf-agent-cd			pic 9.
    05  wf-oma-cd			pic x(4).
    05  wf-oma-suff			pic x.
    05  wf-nbr-serv			pic 9(3).
    05  wf-billed			pic s9(7)v99.
    05  wf-paid				pic s9(7)v99.
    05  wf-adjusted			pic s9(7)v99.
    05  wf-expl-cd			pic x(3).
    05  wf-desc				pic x(40).
    05  filler				pic x(18).

fd  remit-txt-file
    record contains 132 characters.

01  remit-txt-rec			pic x(132).

fd  remit-rpt-file
    record contains 132 characters.

01  remit-rpt-record			pic x(132).

working-storage section.

77  print-file-name			pic x(5)
		value "rr162".
77  status-remit-rpt			pic xx	value zero.
77  status-remit-txt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-ra-inquiry		pic xx	value zero.
77  status-cobol-moh-expl-codes		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-dist-list		pic xx	value zero.
77  status-r162-parm			pic xx	value zero.

77  eof-claims-mstr			pic x	value "N".
77  eof-ra-inquiry			pic x	value "N".
77  eof-work-file			pic x	value "N".

77  stmt-rpt-id				pic x(6)	value "r153a".
77  remit-rpt-id			pic x(6)	value "r162".
77  remit-txt-rpt-id			pic x(6)	value "r162d".
77  ws-copy-rpt-id			pic x(6)	value spaces.
01  hold-dist-list-rec			pic x(100)	value spaces.

01  ws-rpt-month			pic 9(6)	value zero.
01  ws-rpt-month-r redefines ws-rpt-month.
    05  ws-rpt-yy			pic 9(4).
    05  ws-rpt-mm			pic 99.

77  ws-ra-amt				pic s9(7)v99	value zero.
77  ws-row-seq				pic 9(3)	value zero.

*   the claim the scan is in - the header comes ahead of its
*   service and payment lines on the "B" key

01  ws-current-claim.
    05  cur-claim-id			pic x(11).
    05  cur-doc-nbr			pic x(3).
    05  cur-pat-name			pic x(25).
    05  cur-health-nbr			pic x(12).
    05  cur-agent-cd			pic 9.
    05  cur-hdr-serv-date		pic 9(8).
    05  cur-cash-date			pic x(8).
    05  cur-hdr-paid			pic s9(7)v99.
    05  cur-lines-paid			pic s9(7)v99.

*   the claim's services, and its movements dated in the month

01  service-table.
    05  svc-entry			occurs 99 times.
	10  svc-oma-cd			pic x(4).
	10  svc-oma-suff		pic x.
	10  svc-sv-date			pic 9(8).
	10  svc-nbr-serv		pic 9(3).
	10  svc-fee			pic s9(5)v99.
77  svc-used				pic 9(3)	comp	value zero.
77  ss-svc				pic 9(3)	comp	value zero.

01  move-table.
    05  mov-entry			occurs 50 times.
	10  mov-type			pic x.
	10  mov-date			pic 9(8).
	10  mov-oma-cd			pic x(4).
	10  mov-amt			pic s9(7)v99.
	10  mov-desc			pic x(40).
77  mov-used				pic 9(3)	comp	value zero.
77  ss-mov				pic 9(3)	comp	value zero.

01  short-table.
    05  sht-entry			occurs 50 times.
	10  sht-service-cd		pic x(5).
	10  sht-service-date		pic 9(8).
	10  sht-payment-date		pic 9(8).
	10  sht-nbr-serv		pic 99.
	10  sht-billed			pic s9(7)v99.
	10  sht-paid			pic s9(7)v99.
	10  sht-explan-cd		pic xx.
77  sht-used				pic 9(3)	comp	value zero.
77  ss-sht				pic 9(3)	comp	value zero.

*   the row descriptions on the statement

01  row-types.
    05  filler				pic x(13)	value
		"SSERVICE".
    05  filler				pic x(13)	value
		"PPAYMENT".
    05  filler				pic x(13)	value
		"RRA/OTHER PAY".
    05  filler				pic x(13)	value
		"AADJUSTMENT".
    05  filler				pic x(13)	value
		"WWRITE-OFF".
    05  filler				pic x(13)	value
		"BCHARGEBACK".
    05  filler				pic x(13)	value
		"XSHORT PAID".
01  row-types-r redefines row-types.
    05  row-type-entry			occurs 7 times.
	10  row-type-cd			pic x.
	10  row-type-desc		pic x(12).
77  ss-type				pic 9	value zero.

*   doctor and report totals - billed on the claims listed, paid
*   by OHIP and by the direct-bill payors, adjusted (adjustments,
*   write-offs, chargebacks) and the short-pay shortfall

01  doctor-totals.
    05  dt-claims			pic 9(5).
    05  dt-billed			pic s9(9)v99.
    05  dt-paid-ohip			pic s9(9)v99.
    05  dt-paid-direct			pic s9(9)v99.
    05  dt-adjusted			pic s9(9)v99.
    05  dt-short			pic s9(9)v99.

01  report-totals.
    05  rt-doctors			pic 9(5)	value zero.
    05  rt-claims			pic 9(7)	value zero.
    05  rt-billed			pic s9(9)v99	value zero.
    05  rt-paid-ohip			pic s9(9)v99	value zero.
    05  rt-paid-direct			pic s9(9)v99	value zero.
    05  rt-adjusted			pic s9(9)v99	value zero.
    05  rt-short			pic s9(9)v99	value zero.

01  counters.
    05  ctr-claims-mstr-reads		pic 9(9)	value zero.
    05  ctr-ra-inquiry-reads		pic 9(7)	value zero.
    05  ctr-claims-released		pic 9(7)	value zero.
    05  ctr-rows-released		pic 9(7)	value zero.
    05  ctr-txt-rows			pic 9(7)	value zero.
    05  ctr-svc-overflow		pic 9(7)	value zero.
    05  ctr-mov-overflow		pic 9(7)	value zero.
    05  ctr-sht-overflow		pic 9(7)	value zero.
    05  ctr-recipients-added		pic 9(5)	value zero.

*   the delimited row being built

01  txt-work.
    05  txt-line			pic x(132).
    05  txt-ptr				pic 999		comp.
    05  txt-text			pic x(40).
    05  txt-text-len			pic 99		comp.
    05  txt-amount			pic -(7)9.99.
    05  txt-amount-lead			pic 99		comp.
    05  txt-nbr				pic zz9.
    05  txt-nbr-lead			pic 99		comp.

    copy "f002_claims_mstr_rec1_2.ws".

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-remit-head.
    05  filler				pic x(6)	value "r162".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(52)	value
		"REMITTANCE DETAIL - CLAIMS WITH MONEY MOVEMENT".
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
    05  filler				pic x(4)	value spaces.
    05  h2-doc-name			pic x(25).
    05  filler				pic x(5)	value spaces.
    05  filler				pic x(22)	value
		"REMITTANCE DETAIL FOR ".
    05  h2-rpt-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h2-rpt-mm			pic 99.

01  h3-column-head.
    05  h3-doc-nbr			pic x(3).
    05  filler				pic x(4)	value spaces.
    05  filler				pic x(19)	value
		"      ROW".
    05  filler				pic x(12)	value "DATE".
    05  filler				pic x(7)	value "CODE".
    05  filler				pic x(4)	value "NBR".
    05  filler				pic x(13)	value
		"       BILLED".
    05  filler				pic x(14)	value
		"          PAID".
    05  filler				pic x(14)	value
		"      ADJUSTED".
    05  filler				pic x(6)	value
		"  EXP".
    05  filler				pic x(11)	value
		"DESCRIPTION".

01  l1-claim-line.
    05  l1-doc-nbr			pic x(3).
    05  filler				pic x(4)	value spaces.
    05  filler				pic x(6)	value "CLAIM ".
    05  l1-claim-id			pic x(11).
    05  filler				pic x(2)	value spaces.
    05  l1-pat-name			pic x(25).
    05  filler				pic x(2)	value spaces.
    05  l1-health-nbr			pic x(12).
    05  filler				pic x(2)	value spaces.
    05  l1-payor			pic x(8).
    05  filler				pic x(2)	value spaces.
    05  filler				pic x(9)	value "SERVICE ".
    05  l1-serv-date			pic 9999/99/99.

01  l2-row-line.
    05  l2-doc-nbr			pic x(3).
    05  filler				pic x(4)	value spaces.
    05  filler				pic x(6)	value spaces.
    05  l2-row-desc			pic x(12).
    05  filler				pic x		value space.
    05  l2-date				pic 9999/99/99.
    05  filler				pic x(2)	value spaces.
    05  l2-oma-cd			pic x(4).
    05  l2-oma-suff			pic x.
    05  filler				pic x(2)	value spaces.
    05  l2-nbr-serv			pic zz9.
    05  filler				pic x		value space.
    05  l2-billed			pic z,zzz,zz9.99-.
    05  filler				pic x		value space.
    05  l2-paid				pic z,zzz,zz9.99-.
    05  filler				pic x		value space.
    05  l2-adjusted			pic z,zzz,zz9.99-.
    05  filler				pic x(2)	value spaces.
    05  l2-expl-cd			pic x(3).
    05  filler				pic x		value space.
    05  l2-desc				pic x(30).

01  t1-total-line.
    05  t1-doc-nbr			pic x(3).
    05  filler				pic x(4)	value spaces.
    05  t1-desc				pic x(40).
    05  t1-count			pic zzz,zz9.
    05  filler				pic x(2)	value spaces.
    05  t1-amount			pic zzz,zzz,zz9.99-.

01  l3-overflow-line.
    05  l3-desc				pic x(48).
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

err-ra-inquiry-file section.
    use after standard error procedure on ra-inquiry.
err-ra-inquiry.
    move status-cobol-ra-inquiry	to common-status-file.
    display "error in accessing RA short-pay inquiry file - status "
	    common-status-file.
    stop "error in accessing RA short-pay inquiry file".

err-expl-file section.
    use after standard error procedure on moh-expl-codes.
err-moh-expl-codes.
    move status-cobol-moh-expl-codes	to common-status-file.
    display "error in accessing MOH explanatory codes - status "
	    common-status-file.
    stop "error in accessing MOH explanatory codes".

err-doc-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display "error in accessing doctor master - status "
	    common-status-file.
    stop "error in accessing doctor master".

err-dist-file section.
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

    sort r162-work-file
	on ascending key
			wf-doc-nbr
			wf-claim-id
			wf-seq
	input procedure is ab0-select-claims	thru ab0-99-exit
	output procedure is ba0-print-remittance thru ba0-99-exit.

    move remit-rpt-id			to	ws-copy-rpt-id.
    perform da0-statement-recipients	thru da0-99-exit.
    move remit-txt-rpt-id		to	ws-copy-rpt-id.
    perform da0-statement-recipients	thru da0-99-exit.

    perform fa0-report-totals		thru fa0-99-exit.

    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

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

    open input claims-mstr.
    open input ra-inquiry.
    open input moh-expl-codes.
    open input doc-mstr.
    open i-o   dist-list.
    open output remit-txt-file.
    open output remit-rpt-file.

    perform ac0-txt-heading		thru	ac0-99-exit.

    move "r162"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ap0-read-parm.

    open input r162-parm-file.
    if status-r162-parm not = "00"
    then
	go to ap0-99-exit.
*   endif

    read r162-parm-file
	at end
	    close r162-parm-file
	    go to ap0-99-exit.

    close r162-parm-file.

    if   r162-parm-type = "M"
     and r162-parm-month numeric
     and r162-parm-month (5:2) > "00"
     and r162-parm-month (5:2) < "13"
    then
	move r162-parm-month		to	ws-rpt-month
    else
	display "r162 - parm month not valid, last month used "
		r162-parm-rec (1:7).
*   endif

ap0-99-exit.
    exit.
ac0-txt-heading.

*	(five heading rows - u127 sends the first five lines of a
*	 captured report to every recipient unfiltered, so no claim
*	 row may fall among them)
    move spaces				to	txt-line.
    string "RMA REMITTANCE DETAIL|"	delimited by size
	   ws-rpt-month			delimited by size
	   "|RUN "			delimited by size
	   sys-yy			delimited by size
	   sys-mm			delimited by size
	   sys-dd			delimited by size
	into txt-line.
    perform xd1-write-txt		thru	xd1-99-exit.

    move spaces				to	txt-line.
    string "ROW TYPES|S SERVICE BILLED|P PAYMENT|"
					delimited by size
	   "R RA/OTHER PAYMENT|A ADJUSTMENT|W WRITE-OFF|"
					delimited by size
	   "B CHARGEBACK|X SHORT PAID"	delimited by size
	into txt-line.
    perform xd1-write-txt		thru	xd1-99-exit.

    move spaces				to	txt-line.
    string "AMOUNTS|DOLLARS AND CENTS, LEADING MINUS|"
					delimited by size
	   "DATES|YYYYMMDD"		delimited by size
	into txt-line.
    perform xd1-write-txt		thru	xd1-99-exit.

    move "PAYOR|OHIP OR DIRECT-N (THE CLAIM'S AGENT CODE)"
					to	txt-line.
    perform xd1-write-txt		thru	xd1-99-exit.

    move spaces				to	txt-line.
    string "DOCTOR|CLAIM|ROW|DATE|PATIENT|HEALTH NBR|PAYOR|"
					delimited by size
	   "CODE|NBR|BILLED|PAID|ADJUSTED|EXPL|DESCRIPTION"
					delimited by size
	into txt-line.
    perform xd1-write-txt		thru	xd1-99-exit.

    move zero				to	ctr-txt-rows.

ac0-99-exit.
    exit.
ab0-select-claims.

    move spaces				to	ws-current-claim.
    move zero				to	svc-used
						mov-used
						cur-hdr-paid
						cur-lines-paid.

*	(the short-pay file is in claim order too - read beside the
*	 claims master)
    move low-values			to	rai-key.
    start ra-inquiry key is greater than or equal to rai-key
	invalid key
	    move "Y"			to	eof-ra-inquiry.
    perform xr1-read-ra-inquiry		thru	xr1-99-exit.

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

    if k-clmdtl-b-data (1:11) not = cur-claim-id
    then
	go to ab0-10-read.
*   endif

    if   k-clmdtl-b-oma-cd = "PAID"
      or k-clmdtl-b-oma-cd = "ADJU"
      or k-clmdtl-b-oma-cd = "WOFF"
      or k-clmdtl-b-oma-cd = "CHBK"
      or k-clmdtl-b-adj-nbr not = zero
    then
	perform bd0-movement-line	thru	bd0-99-exit
	go to ab0-10-read.
*   endif

    if svc-used not < 99
    then
	add 1				to	ctr-svc-overflow
	go to ab0-10-read.
*   endif

    add 1				to	svc-used.
    move clmdtl-oma-cd			to	svc-oma-cd (svc-used).
    move clmdtl-oma-suff		to	svc-oma-suff (svc-used).
    move clmdtl-sv-date			to	svc-sv-date (svc-used).
    move clmdtl-nbr-serv		to	svc-nbr-serv (svc-used).
    move clmdtl-fee-oma			to	svc-fee (svc-used).

    go to ab0-10-read.

ab0-99-exit.
    exit.
bb0-hold-header.

    move claims-mstr-rec		to	claim-header-rec.

    move clmhdr-claim-id		to	cur-claim-id.
    move clmhdr-batch-nbr-3-6 (2:3)	to	cur-doc-nbr.
    move clmhdr-agent-cd		to	cur-agent-cd.
    move clmhdr-serv-date		to	cur-hdr-serv-date.
    move clmhdr-date-cash-tape-payment	to	cur-cash-date.
    move clmhdr-manual-and-tape-paymnts	to	cur-hdr-paid.

    move spaces				to	cur-health-nbr.
    if clmhdr-health-care-nbr not = zero
    then
	move clmhdr-health-care-nbr	to	cur-health-nbr (1:10)
	move clmhdr-health-care-ver	to	cur-health-nbr (11:2).
*   endif

    move spaces				to	cur-pat-name.
    string clmhdr-pat-surname		delimited by "  "
	   ", "				delimited by size
	   clmhdr-pat-given-name	delimited by "  "
	into cur-pat-name.

bb0-99-exit.
    exit.
bd0-movement-line.

*	(the payment lines the header total is made of - a payment
*	 moved in by reallocation with no batch is header money and
*	 stays in the RA remainder, as m115 has it; a chargeback
*	 took its payment back out of the header)
    if   k-clmdtl-b-oma-cd = "PAID"
     and clmdtl-orig-batch-id not = spaces
    then
	add clmdtl-fee-oma		to	cur-lines-paid.
*   endif

    if k-clmdtl-b-oma-cd = "CHBK"
    then
	add clmdtl-fee-oma		to	cur-lines-paid.
*   endif

    if clmdtl-sv-date (1:6) not = ws-rpt-month
    then
	go to bd0-99-exit.
*   endif

    if   k-clmdtl-b-oma-cd = "PAID"
     and clmdtl-orig-batch-id = spaces
    then
	go to bd0-99-exit.
*   endif

    if mov-used not < 50
    then
	add 1				to	ctr-mov-overflow
	go to bd0-99-exit.
*   endif

    add 1				to	mov-used.
    if k-clmdtl-b-oma-cd = "PAID"
    then
	move "P"			to	mov-type (mov-used)
    else
	if k-clmdtl-b-oma-cd = "WOFF"
	then
	    move "W"			to	mov-type (mov-used)
	else
	    if k-clmdtl-b-oma-cd = "CHBK"
	    then
		move "B"		to	mov-type (mov-used)
	    else
		move "A"		to	mov-type (mov-used).
*	    endif
*	endif
*   endif

    move clmdtl-sv-date			to	mov-date (mov-used).
    move clmdtl-oma-cd			to	mov-oma-cd (mov-used).
    move clmdtl-fee-oma			to	mov-amt (mov-used).
    move clmdtl-desc			to	mov-desc (mov-used).

bd0-99-exit.
    exit.
bc0-release-claim.

    if cur-claim-id = spaces
    then
	go to bc0-90-reset.
*   endif

*	(the RA payment - the header's payments beyond its payment
*	 lines, when the last cash/tape payment was in the month)
    move zero				to	ws-ra-amt.
    if cur-cash-date (1:6) = ws-rpt-month
    then
	subtract cur-lines-paid		from	cur-hdr-paid
					giving	ws-ra-amt.
*   endif

    perform be0-short-pays		thru	be0-99-exit.

    if   mov-used = zero
     and ws-ra-amt = zero
     and sht-used = zero
    then
	go to bc0-90-reset.
*   endif

    add 1				to	ctr-claims-released.
    move zero				to	ws-row-seq.

    move spaces				to	work-file-rec.
    move cur-doc-nbr			to	wf-doc-nbr.
    move cur-claim-id			to	wf-claim-id.
    move cur-pat-name			to	wf-pat-name.
    move cur-health-nbr			to	wf-health-nbr.
    move cur-agent-cd			to	wf-agent-cd.

    move "C"				to	wf-row-type.
    move cur-hdr-serv-date		to	wf-date.
    perform bf0-release-row		thru	bf0-99-exit.

    perform bc1-release-service		thru	bc1-99-exit
	varying ss-svc from 1 by 1
	until   ss-svc > svc-used.

    if ws-ra-amt not = zero
    then
	move "R"			to	wf-row-type
	move cur-cash-date		to	wf-date
	move ws-ra-amt			to	wf-paid
	perform bf0-release-row		thru	bf0-99-exit.
*   endif

    perform bc2-release-movement	thru	bc2-99-exit
	varying ss-mov from 1 by 1
	until   ss-mov > mov-used.

    perform bc3-release-short-pay	thru	bc3-99-exit
	varying ss-sht from 1 by 1
	until   ss-sht > sht-used.

bc0-90-reset.

    move spaces				to	ws-current-claim.
    move zero				to	svc-used
						mov-used
						sht-used
						cur-hdr-paid
						cur-lines-paid.

bc0-99-exit.
    exit.
bc1-release-service.

    move "S"				to	wf-row-type.
    move svc-sv-date (ss-svc)		to	wf-date.
    move svc-oma-cd (ss-svc)		to	wf-oma-cd.
    move svc-oma-suff (ss-svc)		to	wf-oma-suff.
    move svc-nbr-serv (ss-svc)		to	wf-nbr-serv.
    move svc-fee (ss-svc)		to	wf-billed.
    perform bf0-release-row		thru	bf0-99-exit.

bc1-99-exit.
    exit.
bc2-release-movement.

    move mov-type (ss-mov)		to	wf-row-type.
    move mov-date (ss-mov)		to	wf-date.
    move mov-oma-cd (ss-mov)		to	wf-oma-cd.
    move mov-desc (ss-mov)		to	wf-desc.
    if mov-type (ss-mov) = "P"
    then
	move mov-amt (ss-mov)		to	wf-paid
    else
	move mov-amt (ss-mov)		to	wf-adjusted.
*   endif
    perform bf0-release-row		thru	bf0-99-exit.

bc2-99-exit.
    exit.
bc3-release-short-pay.

*	(the paid amount is part of the RA payment already - the
*	 shortfall is carried in the adjusted column)
    move "X"				to	wf-row-type.
    move sht-payment-date (ss-sht)	to	wf-date.
    move sht-service-cd (ss-sht) (1:4)	to	wf-oma-cd.
    move sht-service-cd (ss-sht) (5:1)	to	wf-oma-suff.
    move sht-nbr-serv (ss-sht)		to	wf-nbr-serv.
    move sht-billed (ss-sht)		to	wf-billed.
    move sht-paid (ss-sht)		to	wf-paid.
    compute wf-adjusted = sht-paid (ss-sht) - sht-billed (ss-sht).
    move spaces				to	wf-expl-cd.
    move sht-explan-cd (ss-sht)		to	wf-expl-cd (1:2).

    move spaces				to	wf-desc.
    if sht-explan-cd (ss-sht) not = spaces
    then
	perform bc4-expl-desc		thru	bc4-99-exit.
*   endif

    perform bf0-release-row		thru	bf0-99-exit.

bc3-99-exit.
    exit.
bc4-expl-desc.

    move wf-expl-cd			to	expl-cd.
    read moh-expl-codes
	invalid key
	    move "** CODE NOT ON FILE **"
					to	wf-desc
	    go to bc4-99-exit.

    move expl-desc			to	wf-desc.

bc4-99-exit.
    exit.
be0-short-pays.

*	(the claim's RA short-paid lines paid in the month, reading
*	 the short-pay file forward to the claim)
    move zero				to	sht-used.

be0-10-short-loop.

    if   eof-ra-inquiry = "Y"
      or rai-claim-nbr > cur-claim-id
    then
	go to be0-99-exit.
*   endif

    if   rai-claim-nbr = cur-claim-id
     and rai-payment-date (1:6) = ws-rpt-month
    then
	if sht-used < 50
	then
	    add 1			to	sht-used
	    move rai-service-cd		to	sht-service-cd (sht-used)
	    move rai-service-date	to	sht-service-date (sht-used)
	    move rai-payment-date	to	sht-payment-date (sht-used)
	    move rai-nbr-serv		to	sht-nbr-serv (sht-used)
	    move rai-amt-billed		to	sht-billed (sht-used)
	    move rai-amt-paid		to	sht-paid (sht-used)
	    move rai-explan-cd		to	sht-explan-cd (sht-used)
	else
	    add 1			to	ctr-sht-overflow.
*	endif
*   endif

    perform xr1-read-ra-inquiry		thru	xr1-99-exit.
    go to be0-10-short-loop.

be0-99-exit.
    exit.
bf0-release-row.

    add 1				to	ws-row-seq.
    move ws-row-seq			to	wf-seq.
    release work-file-rec.
    add 1				to	ctr-rows-released.

*	(the claim fields stay for the next row)
    move zero				to	wf-date
						wf-nbr-serv
						wf-billed
						wf-paid
						wf-adjusted.
    move spaces				to	wf-oma-cd
						wf-oma-suff
						wf-expl-cd
						wf-desc.

bf0-99-exit.
    exit.
ba0-print-remittance.

    move "N"				to	eof-work-file.
    perform xr0-return-work		thru	xr0-99-exit.

ba0-10-doctor.

    if eof-work-file = "Y"
    then
	go to ba0-99-exit.
*   endif

    move zero				to	doctor-totals.
    add 1				to	rt-doctors.

    move wf-doc-nbr			to	doc-nbr.
    read doc-mstr
	invalid key
	    move "** NOT ON FILE **"	to	doc-name.

*	(each doctor's remittance starts a page of its own)
    move wf-doc-nbr			to	h2-doc-nbr
						h3-doc-nbr.
    move doc-name			to	h2-doc-name.
    move 99				to	nbr-lines-this-page.

ba0-20-row.

    perform bb1-print-row		thru	bb1-99-exit.
    perform xd0-txt-row			thru	xd0-99-exit.

    perform xr0-return-work		thru	xr0-99-exit.

    if   eof-work-file = "N"
     and wf-doc-nbr = h2-doc-nbr
    then
	go to ba0-20-row.
*   endif

    perform bc5-doctor-totals		thru	bc5-99-exit.
    go to ba0-10-doctor.

ba0-99-exit.
    exit.
bb1-print-row.

    if wf-row-type = "C"
    then
	add 1				to	dt-claims
	move spaces			to	l1-claim-line
	move wf-doc-nbr			to	l1-doc-nbr
	move wf-claim-id		to	l1-claim-id
	move wf-pat-name		to	l1-pat-name
	move wf-health-nbr		to	l1-health-nbr
	perform xc0-payor		thru	xc0-99-exit
	move txt-text (1:8)		to	l1-payor
	move wf-date			to	l1-serv-date
	move l1-claim-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit
	go to bb1-99-exit.
*   endif

    move spaces				to	l2-row-line.
    move wf-doc-nbr			to	l2-doc-nbr.
    perform bb2-row-desc		thru	bb2-99-exit
	varying ss-type from 1 by 1
	until   ss-type > 7.
    move wf-date			to	l2-date.
    move wf-oma-cd			to	l2-oma-cd.
    move wf-oma-suff			to	l2-oma-suff.
    move wf-expl-cd			to	l2-expl-cd.
    move wf-desc			to	l2-desc.

    if wf-row-type = "S"
    then
	move wf-nbr-serv		to	l2-nbr-serv
	move wf-billed			to	l2-billed
	add wf-billed			to	dt-billed.
*   endif

    if   wf-row-type = "P"
      or wf-row-type = "R"
    then
	move wf-paid			to	l2-paid
	if wf-agent-cd = zero
	then
	    add wf-paid			to	dt-paid-ohip
	else
	    add wf-paid			to	dt-paid-direct.
*	endif
*   endif

    if   wf-row-type = "A"
      or wf-row-type = "W"
      or wf-row-type = "B"
    then
	move wf-adjusted		to	l2-adjusted
	add wf-adjusted			to	dt-adjusted.
*   endif

    if wf-row-type = "X"
    then
	move wf-nbr-serv		to	l2-nbr-serv
	move wf-billed			to	l2-billed
	move wf-paid			to	l2-paid
	move wf-adjusted		to	l2-adjusted
	add wf-adjusted			to	dt-short.
*   endif

    move l2-row-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

bb1-99-exit.
    exit.
bb2-row-desc.

    if row-type-cd (ss-type) = wf-row-type
    then
	move row-type-desc (ss-type)	to	l2-row-desc.
*   endif

bb2-99-exit.
    exit.
bc5-doctor-totals.

    add dt-claims			to	rt-claims.
    add dt-billed			to	rt-billed.
    add dt-paid-ohip			to	rt-paid-ohip.
    add dt-paid-direct			to	rt-paid-direct.
    add dt-adjusted			to	rt-adjusted.
    add dt-short			to	rt-short.

    move spaces				to	t1-total-line.
    move h2-doc-nbr			to	t1-doc-nbr.
    move "CLAIMS LISTED / BILLED ON THEM"	to	t1-desc.
    move dt-claims			to	t1-count.
    move dt-billed			to	t1-amount.
    move t1-total-line			to	print-line.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    perform bc6-money-totals		thru	bc6-99-exit.

bc5-99-exit.
    exit.
bc6-money-totals.

*	(the money lines of a doctor's totals - dt-... are moved in
*	 for the doctor, rt-... for the report)
    move spaces				to	t1-total-line.
    move h2-doc-nbr			to	t1-doc-nbr.
    move "PAID BY OHIP IN THE MONTH"	to	t1-desc.
    move dt-paid-ohip			to	t1-amount.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	t1-total-line.
    move h2-doc-nbr			to	t1-doc-nbr.
    move "PAID BY DIRECT-BILL PAYORS IN THE MONTH"
					to	t1-desc.
    move dt-paid-direct			to	t1-amount.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	t1-total-line.
    move h2-doc-nbr			to	t1-doc-nbr.
    move "ADJUSTMENTS, WRITE-OFFS, CHARGEBACKS"
					to	t1-desc.
    move dt-adjusted			to	t1-amount.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	t1-total-line.
    move h2-doc-nbr			to	t1-doc-nbr.
    move "SHORT PAID BY OHIP (SEE EXPL CODES)"
					to	t1-desc.
    move dt-short			to	t1-amount.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

bc6-99-exit.
    exit.
da0-statement-recipients.

*	(each recipient of the statement is put on this report's
*	 list under the same recipient sequence, filter and
*	 delivery, unless that sequence is already there)

    move stmt-rpt-id			to	dls-rpt-id.
    move zero				to	dls-recip-seq.

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
    move ws-copy-rpt-id			to	dls-rpt-id.

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
fa0-report-totals.

*	(the whole remittance - for the office, no doctor number so
*	 no doctor is sent it)
    move spaces				to	h2-doc-nbr
						h3-doc-nbr.
    move "ALL DOCTORS"			to	h2-doc-name.
    move ws-rpt-yy			to	h2-rpt-yy.
    move ws-rpt-mm			to	h2-rpt-mm.
    move 99				to	nbr-lines-this-page.

    if rt-doctors = zero
    then
	move spaces			to	t1-total-line
	move "NO CLAIMS WITH MONEY MOVEMENT IN THE MONTH"
					to	t1-desc
	move t1-total-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    move spaces				to	t1-total-line.
    move "DOCTORS WITH REMITTANCE DETAIL"	to	t1-desc.
    move rt-doctors			to	t1-count.
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move rt-claims			to	dt-claims.
    move rt-billed			to	dt-billed.
    move rt-paid-ohip			to	dt-paid-ohip.
    move rt-paid-direct			to	dt-paid-direct.
    move rt-adjusted			to	dt-adjusted.
    move rt-short			to	dt-short.
    move spaces				to	h2-doc-nbr.

    move spaces				to	t1-total-line.
    move "CLAIMS LISTED / BILLED ON THEM"	to	t1-desc.
    move dt-claims			to	t1-count.
    move dt-billed			to	t1-amount.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    perform bc6-money-totals		thru	bc6-99-exit.

    move spaces				to	t1-total-line.
    move "DELIMITED ROWS WRITTEN"	to	t1-desc.
    move ctr-txt-rows			to	t1-count.
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	t1-total-line.
    move "STATEMENT RECIPIENTS ADDED TO LISTS"
					to	t1-desc.
    move ctr-recipients-added		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if ctr-svc-overflow > zero
    then
	move "*** SERVICE LINES OVER 99 ON A CLAIM - NOT LISTED: "
					to	l3-desc
	move ctr-svc-overflow		to	l3-overflow
	move l3-overflow-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    if ctr-mov-overflow > zero
    then
	move "*** MOVEMENTS OVER 50 ON A CLAIM - NOT LISTED: "
					to	l3-desc
	move ctr-mov-overflow		to	l3-overflow
	move l3-overflow-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    if ctr-sht-overflow > zero
    then
	move "*** SHORT PAYS OVER 50 ON A CLAIM - NOT LISTED: "
					to	l3-desc
	move ctr-sht-overflow		to	l3-overflow
	move l3-overflow-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

fa0-99-exit.
    exit.
az0-end-of-job.

    move "r162"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-claims-released		to	elp-count.
    move "CLAIMS ON REMITTANCE DETAIL"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close claims-mstr.
    close ra-inquiry.
    close moh-expl-codes.
    close doc-mstr.
    close dist-list.
    close remit-txt-file.
    close remit-rpt-file.

    display "r162 - claims records read    " ctr-claims-mstr-reads.
    display "r162 - short-pay lines read   " ctr-ra-inquiry-reads.
    display "r162 - claims listed          " ctr-claims-released.
    display "r162 - rows listed            " ctr-rows-released.
    display "r162 - delimited rows         " ctr-txt-rows.
    display "r162 - recipients added       " ctr-recipients-added.

    stop run.

az0-99-exit.
    exit.
xa5-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write remit-rpt-record		from	h1-remit-head after advancing page.
    write remit-rpt-record		from	h2-doctor-head after advancing 2 lines.
    write remit-rpt-record		from	h3-column-head after advancing 2 lines.
    move 5				to	nbr-lines-this-page.

xa5-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa5-print-hdr		thru	xa5-99-exit.
*   endif

    write remit-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xc0-payor.

*	(the payor as the statement shows it, into txt-text)
    move spaces				to	txt-text.
    if wf-agent-cd = zero
    then
	move "OHIP"			to	txt-text
    else
	move "DIRECT-"			to	txt-text
	move wf-agent-cd		to	txt-text (8:1).
*   endif

xc0-99-exit.
    exit.
xd0-txt-row.

*	(every row but the claim's own - the claim fields are on
*	 each row)
    if wf-row-type = "C"
    then
	go to xd0-99-exit.
*   endif

    move spaces				to	txt-line.
    move 1				to	txt-ptr.

*	(the doctor number padded to six, the width of the f103
*	 filter value)
    string wf-doc-nbr			delimited by size
	   "   |"			delimited by size
	   wf-claim-id			delimited by size
	   "|"				delimited by size
	   wf-row-type			delimited by size
	   "|"				delimited by size
	   wf-date			delimited by size
	   "|"				delimited by size
	into txt-line with pointer txt-ptr.

    move wf-pat-name			to	txt-text.
    perform xe0-txt-text		thru	xe0-99-exit.
    move wf-health-nbr			to	txt-text.
    perform xe0-txt-text		thru	xe0-99-exit.
    perform xc0-payor			thru	xc0-99-exit.
    perform xe0-txt-text		thru	xe0-99-exit.
    move spaces				to	txt-text.
    move wf-oma-cd			to	txt-text (1:4).
    move wf-oma-suff			to	txt-text (5:1).
    perform xe0-txt-text		thru	xe0-99-exit.

    if wf-nbr-serv = zero
    then
	string "|"			delimited by size
	    into txt-line with pointer txt-ptr
    else
	move wf-nbr-serv		to	txt-nbr
	move zero			to	txt-nbr-lead
	inspect txt-nbr tallying txt-nbr-lead for leading spaces
	add 1				to	txt-nbr-lead
	string txt-nbr (txt-nbr-lead:)	delimited by size
	       "|"			delimited by size
	    into txt-line with pointer txt-ptr.
*   endif

    move wf-billed			to	txt-amount.
    perform xe1-txt-amount		thru	xe1-99-exit.
    move wf-paid			to	txt-amount.
    perform xe1-txt-amount		thru	xe1-99-exit.
    move wf-adjusted			to	txt-amount.
    perform xe1-txt-amount		thru	xe1-99-exit.

    move wf-expl-cd			to	txt-text.
    perform xe0-txt-text		thru	xe0-99-exit.

*	(the description closes the row - no delimiter after it)
    move wf-desc			to	txt-text.
    move 40				to	txt-text-len.
    perform xe2-trailing-space		thru	xe2-99-exit
	until   txt-text-len = zero
	   or   txt-text (txt-text-len:1) not = space.
    if txt-text-len > zero
    then
	string txt-text (1:txt-text-len) delimited by size
	    into txt-line with pointer txt-ptr.
*   endif

    perform xd1-write-txt		thru	xd1-99-exit.

xd0-99-exit.
    exit.
xd1-write-txt.

    move txt-line			to	remit-txt-rec.
    write remit-txt-rec.
    add 1				to	ctr-txt-rows.

xd1-99-exit.
    exit.
xe0-txt-text.

*	(txt-text with its trailing spaces dropped, then a pipe)
    move 40				to	txt-text-len.
    perform xe2-trailing-space		thru	xe2-99-exit
	until   txt-text-len = zero
	   or   txt-text (txt-text-len:1) not = space.

    if txt-text-len = zero
    then
	string "|"			delimited by size
	    into txt-line with pointer txt-ptr
    else
	string txt-text (1:txt-text-len) delimited by size
	       "|"			delimited by size
	    into txt-line with pointer txt-ptr.
*   endif

xe0-99-exit.
    exit.
xe1-txt-amount.

    move zero				to	txt-amount-lead.
    inspect txt-amount tallying txt-amount-lead for leading spaces.
    add 1				to	txt-amount-lead.
    string txt-amount (txt-amount-lead:) delimited by size
	   "|"				delimited by size
	into txt-line with pointer txt-ptr.

xe1-99-exit.
    exit.
xe2-trailing-space.

    subtract 1				from	txt-text-len.

xe2-99-exit.
    exit.
xr0-return-work.

    return r162-work-file
	at end
	    move "Y"			to	eof-work-file.

xr0-99-exit.
    exit.
xr1-read-ra-inquiry.

    if eof-ra-inquiry = "Y"
    then
	go to xr1-99-exit.
*   endif

    read ra-inquiry next
	at end
	    move "Y"			to	eof-ra-inquiry
	    go to xr1-99-exit.

    add 1				to	ctr-ra-inquiry-reads.

xr1-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
