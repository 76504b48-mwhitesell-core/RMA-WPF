identification division.
program-id. u030f.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: ohip rat tape - remittance advice input
*			: f002 - claims master
*			: f092 - MOH explanatory code master
*			: f110 - RA short-pay inquiry file
*			: ru30f - short-paid service lines (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : short-paid service line detection - run in
*			the RA processing stream beside u030aa1/
*			aa2/u030d/u030e.  a claim MOH paid at less
*			than was billed used to just leave a small
*			balance nobody looked at.  every RA service
*			line (type 5) paid below the amount
*			submitted goes onto f110 with the billed
*			and paid amounts, the variance and the MOH
*			explanatory code, tied to our doctor by
*			reading the claim back off the claims
*			master, and is listed with the code's f092
*			description.  m107 works the inquiries;
*			r090 reports them monthly.  a rerun of the
*			same RA finds its lines already on f110 and
*			leaves them as they are.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    select ohip-rat-tape
	assign to disk "$pb_data/u030_ohip_rat_tape"
	organization is sequential.
*
    copy "f002_claims_mstr.slr".
*
    copy "f092_moh_expl_codes.slr".
*
    copy "f110_ra_inquiry.slr".
*
    select short-pay-file
	assign to printer print-file-name
	file status is status-short-pay-rpt.
*
data division.
file section.
*
    copy "u030_ohip_rat_tape.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f092_moh_expl_codes.fd".
*
    copy "f110_ra_inquiry.fd".
*
fd  short-pay-file
    record contains 132 characters.

01  short-pay-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru30f".
77  status-short-pay-rpt		pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-moh-expl-codes		pic xx	value zero.
77  status-cobol-ra-inquiry		pic xx	value zero.

77  eof-rat-tape			pic x	value "N".

*   payment date off the current type-1 record

01  hold-payment-date.
    05  hold-pay-yy			pic 9(4)	value zero.
    05  hold-pay-mm			pic 99		value zero.
    05  hold-pay-dd			pic 99		value zero.
01  hold-payment-date-r redefines hold-payment-date	pic 9(8).

*   our doctor off the claim for the current type-4 record

01  hold-claim-hdr.
    05  hold-doc-nbr-ohip		pic x(6)	value spaces.
    05  hold-claim-nbr			pic x(11)	value spaces.
    05  hold-doc-nbr			pic x(4)	value spaces.

77  ws-amt-paid				pic s9(7)v99	value zero.

01  counters.
    05  ctr-rat-reads			pic 9(7)	value zero.
    05  ctr-services-read		pic 9(7)	value zero.
    05  ctr-short-paid			pic 9(7)	value zero.
    05  ctr-already-on-file		pic 9(7)	value zero.

01  run-totals.
    05  tot-amt-billed			pic s9(9)v99	value zero.
    05  tot-amt-paid			pic s9(9)v99	value zero.
    05  tot-amt-variance		pic s9(9)v99	value zero.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-short-head.
    05  filler				pic x(6)	value "u030f".
    05  filler				pic x(20)	value spaces.
    05  filler				pic x(38)	value
		"SHORT-PAID RA SERVICE LINES".
    05  filler				pic x(13)	value
		"PAYMENT DATE ".
    05  h1-pay-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-pay-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-pay-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-short-head.
    05  filler				pic x(13)	value "CLAIM".
    05  filler				pic x(6)	value "DOC".
    05  filler				pic x(7)	value "CODE".
    05  filler				pic x(10)	value "SVC DATE".
    05  filler				pic x(14)	value
		"      BILLED".
    05  filler				pic x(14)	value
		"        PAID".
    05  filler				pic x(14)	value
		"    VARIANCE".
    05  filler				pic x(4)	value "  EX".
    05  filler				pic x(2)	value spaces.
    05  filler				pic x(40)	value
		"EXPLANATION".

01  l1-short-line.
    05  l1-claim-nbr			pic x(11).
    05  filler				pic xx		value spaces.
    05  l1-doc-nbr			pic x(4).
    05  filler				pic xx		value spaces.
    05  l1-service-cd			pic x(5).
    05  filler				pic xx		value spaces.
    05  l1-svc-date			pic 9(8).
    05  filler				pic xx		value spaces.
    05  l1-billed			pic z,zzz,zz9.99-.
    05  l1-paid				pic z,zzz,zz9.99-.
    05  l1-variance			pic z,zzz,zz9.99-.
    05  filler				pic x(2)	value spaces.
    05  l1-explan-cd			pic xx.
    05  filler				pic x(2)	value spaces.
    05  l1-explan-desc			pic x(40).

01  t1-short-total.
    05  t1-desc				pic x(36).
    05  t1-count			pic zzz,zz9.
    05  filler				pic x(3)	value spaces.
    05  t1-billed			pic zzz,zzz,zz9.99-.
    05  t1-paid				pic zzz,zzz,zz9.99-.
    05  t1-variance			pic zzz,zzz,zz9.99-.

    copy "f002_claims_mstr_rec1_2.ws".

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

err-expl-file section.
    use after standard error procedure on moh-expl-codes.
err-moh-expl-codes.
    move status-cobol-moh-expl-codes	to common-status-file.
    display "error in accessing explanatory codes - status "
	    common-status-file.
    stop "error in accessing explanatory codes".

err-rai-file section.
    use after standard error procedure on ra-inquiry.
err-ra-inquiry.
    move status-cobol-ra-inquiry	to common-status-file.
    display "error in accessing ra inquiry file - status "
	    common-status-file.
    stop "error in accessing ra inquiry file".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until eof-rat-tape = "Y".
    perform ta0-print-totals		thru ta0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters
					   run-totals.

    open input ohip-rat-tape.
    open input claims-mstr.
    open input moh-expl-codes.
    open i-o ra-inquiry.
    open output short-pay-file.

    move "u030f"			to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ab0-processing.

    read ohip-rat-tape
	at end
	    move "Y"			to	eof-rat-tape
	    go to ab0-99-exit.

    add 1				to	ctr-rat-reads.

    if rat-1-record-type = "1"
    then
	move rat-1-payment-date-yy	to	hold-pay-yy
	move rat-1-payment-date-mm	to	hold-pay-mm
	move rat-1-payment-date-dd	to	hold-pay-dd
	move hold-pay-yy		to	h1-pay-yy
	move hold-pay-mm		to	h1-pay-mm
	move hold-pay-dd		to	h1-pay-dd
	go to ab0-99-exit.
*   endif

    if rat-1-record-type = "4"
    then
	move rat-4-doc-nbr		to	hold-doc-nbr-ohip
	move rat-4-claim-nbr		to	hold-claim-nbr
	perform ba0-read-claim-hdr	thru	ba0-99-exit
	go to ab0-99-exit.
*   endif

    if rat-1-record-type = "5"
    then
	perform bb0-check-service	thru	bb0-99-exit.
*   endif

ab0-99-exit.
    exit.
ba0-read-claim-hdr.

*	(our doctor number, for the inquiry and the r090 totals)

    move spaces				to	hold-doc-nbr.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move hold-claim-nbr			to	key-clm-data (1:11).
    move zeros				to	key-clm-oma-cd
						key-clm-oma-suff
						key-clm-adj-nbr.

    read claims-mstr
	invalid key
	    go to ba0-99-exit.

    move claims-mstr-rec		to	claim-header-rec.
    move clmhdr-doc-nbr			to	hold-doc-nbr.

ba0-99-exit.
    exit.
bb0-check-service.

    add 1				to	ctr-services-read.

*	(a negative line is a reversal of an earlier payment, not a
*	 short payment)
    if rat-5-amt-paid-sign = "-"
    then
	go to bb0-99-exit.
*   endif

    move rat-5-amt-paid			to	ws-amt-paid.

    if ws-amt-paid not < rat-5-amount-sub
    then
	go to bb0-99-exit.
*   endif

    move spaces				to	ra-inquiry-rec.
    move rat-5-claim-nbr		to	rai-claim-nbr.
    move rat-5-service-cd		to	rai-service-cd.
    move rat-5-service-date		to	rai-service-date.
    move hold-payment-date-r		to	rai-payment-date.
    move hold-doc-nbr			to	rai-doc-nbr.
    move hold-doc-nbr-ohip		to	rai-doc-nbr-ohip.
    move rat-5-nbr-of-serv		to	rai-nbr-serv.
    move rat-5-amount-sub		to	rai-amt-billed.
    move ws-amt-paid			to	rai-amt-paid.
    subtract ws-amt-paid		from	rat-5-amount-sub
					giving	rai-amt-variance.
    move rat-5-explan-cd		to	rai-explan-cd.
    move space				to	rai-status.
    move sys-date-long			to	rai-detected-date.
    move zero				to	rai-inquiry-sent-date
						rai-closed-date
						rai-amt-recovered.

    write ra-inquiry-rec
	invalid key
	    add 1			to	ctr-already-on-file
	    go to bb0-99-exit.

    add 1				to	ctr-short-paid.
    add rai-amt-billed			to	tot-amt-billed.
    add rai-amt-paid			to	tot-amt-paid.
    add rai-amt-variance		to	tot-amt-variance.

    perform bc0-print-line		thru	bc0-99-exit.

bb0-99-exit.
    exit.
bc0-print-line.

    move spaces				to	l1-short-line.
    move rai-claim-nbr			to	l1-claim-nbr.
    move rai-doc-nbr			to	l1-doc-nbr.
    move rai-service-cd			to	l1-service-cd.
    move rai-service-date		to	l1-svc-date.
    move rai-amt-billed			to	l1-billed.
    move rai-amt-paid			to	l1-paid.
    move rai-amt-variance		to	l1-variance.
    move rai-explan-cd			to	l1-explan-cd.

    if rai-explan-cd not = spaces
    then
	move spaces			to	expl-cd
	move rai-explan-cd		to	expl-cd (1:2)
	read moh-expl-codes
	    invalid key
		move "** CODE NOT ON THE MOH CODE MASTER **"
					to	expl-desc
	end-read
	move expl-desc			to	l1-explan-desc.
*   endif

    move l1-short-line			to	print-line.
    perform xb0-write-short-record	thru	xb0-99-exit.

bc0-99-exit.
    exit.
ta0-print-totals.

    move spaces				to	t1-short-total.
    move "SHORT-PAID SERVICE LINES"	to	t1-desc.
    move ctr-short-paid			to	t1-count.
    move tot-amt-billed			to	t1-billed.
    move tot-amt-paid			to	t1-paid.
    move tot-amt-variance		to	t1-variance.
    move t1-short-total			to	print-line.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-short-record	thru	xb0-99-exit.

    move spaces				to	t1-short-total.
    move "ALREADY ON FILE FROM AN EARLIER RUN"
					to	t1-desc.
    move ctr-already-on-file		to	t1-count.
    move t1-short-total			to	print-line.
    perform xb0-write-short-record	thru	xb0-99-exit.

ta0-99-exit.
    exit.
az0-end-of-job.

    move "u030f"			to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-short-paid			to	elp-count.
    move "SHORT-PAID LINES ON F110"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close ohip-rat-tape.
    close claims-mstr.
    close moh-expl-codes.
    close ra-inquiry.
    close short-pay-file.

    display "u030f - RA records read        " ctr-rat-reads.
    display "u030f - service lines read     " ctr-services-read.
    display "u030f - short-paid lines       " ctr-short-paid.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write short-pay-record		from	h1-short-head after advancing page.
    write short-pay-record		from	h2-short-head after advancing 2 lines.
    move 2				to	nbr-lines-to-adv.
    move 3				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-short-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write short-pay-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
