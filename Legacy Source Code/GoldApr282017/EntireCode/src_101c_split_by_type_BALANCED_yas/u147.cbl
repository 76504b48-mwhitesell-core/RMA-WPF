identification division.
program-id. u147.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f062 - collections master
*			: f002 - claims master
*			: f010 - patient master
*			: f012 - patient address history
*			: f124 - collection agency placement file
*			: agency placement file (output - to the
*			  collection agency)
*			: f064 - central event log (via eventlog)
*			: ru147 - agency placement register (printer)
*
*   program purpose : monthly placement with the outside collection
*			agency.  an f062 entry that has had all three
*			u063 letters, whose follow-up after the final
*			letter has come and gone, and on which nothing
*			has been paid since it was flagged is placed:
*			the debtor, the address in force today off
*			the f012 history (the patient master when
*			there is none), the balance and the claim's
*			service dates go on the agency's placement
*			file; the placement is filed on f124 and the
*			f062 entry is marked "X" so the letters, the
*			r064 queue and the next run leave it alone.
*			a written-off claim is placed for the amount
*			still written off.  a promise-to-pay entry is
*			placed only once the promise date has passed.
*			nothing goes to the estate of a deceased
*			patient.  a rerun the same day rebuilds the
*			file with the accounts already placed today.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f062_collection_mstr.slr".
*
    copy "f002_claims_mstr.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f012_pat_addr_hist.slr".
*
    copy "f124_agency_placement.slr".
*
    select agency-place-file
	assign to disk "$pb_data/u147_agency_place"
	organization is sequential.
*
    select register-file
	assign to printer print-file-name
	file status is status-register-rpt.
*
data division.
file section.
*
    copy "f062_collection_mstr.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "f012_pat_addr_hist.fd".
*
    copy "f124_agency_placement.fd".
*
fd  agency-place-file
    record contains 250 characters.

01  agency-place-rec.
    05  apl-rec-type			pic x.
    05  apl-our-ref.
	10  apl-ref-prefix		pic xx.
	10  apl-ref-clinic		pic 99.
	10  apl-ref-seq			pic 9(6).
    05  apl-claim-id			pic x(11).
    05  apl-surname			pic x(30).
    05  apl-given-name			pic x(30).
    05  apl-birth-date			pic 9(8).
    05  apl-street-addr			pic x(25).
    05  apl-city			pic x(15).
    05  apl-prov			pic xx.
    05  apl-postal-cd			pic x(6).
    05  apl-phone-no			pic x(10).
    05  apl-balance			pic 9(7)v99.
    05  apl-first-sv-date		pic 9(8).
    05  apl-last-sv-date		pic 9(8).
    05  apl-billed-date			pic 9(8).
    05  apl-last-letter-date		pic 9(8).
    05  filler				pic x(61).

*	(file header and trailer views of the same record)
01  agency-place-header-rec.
    05  apl-hdr-rec-type		pic x.
    05  apl-hdr-file-id			pic x(12).
    05  apl-hdr-build-date		pic 9(8).
    05  filler				pic x(229).

01  agency-place-trailer-rec.
    05  apl-trl-rec-type		pic x.
    05  apl-trl-file-id			pic x(12).
    05  apl-trl-acct-count		pic 9(6).
    05  apl-trl-amt-total		pic 9(9)v99.
    05  filler				pic x(220).

fd  register-file
    record contains 132 characters.

01  register-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru147".
77  status-register-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-collection-mstr	pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-pat-addr-hist		pic xx	value zero.
77  status-cobol-agency-placement	pic xx	value zero.

77  eof-collection-mstr			pic x	value "N".
77  eof-claims-mstr			pic x	value "N".
77  eof-pat-addr-hist			pic x	value "N".

77  ws-rerun				pic x	value "N".
77  ws-claim-found			pic x	value "N".
77  ws-written-off			pic x	value "N".
77  ws-claim-balance			pic s9(7)v99	value zero.
77  ws-woff-outstanding			pic s9(7)v99	value zero.
77  ws-placed-amt			pic s9(7)v99	value zero.
77  ws-first-sv-date			pic 9(8)	value zero.
77  ws-last-sv-date			pic 9(8)	value zero.
77  ws-last-pay-date			pic 9(8)	value zero.
77  ws-promise-date			pic 9(8)	value zero.
77  ws-best-eff-from			pic 9(8)	value zero.

01  ws-file-id				pic x(12)	value spaces.

01  ws-claim-id.
    05  ws-claim-batch-nbr		pic x(9).
    05  ws-claim-nbr			pic 99.

01  counters.
    05  ctr-coll-reads			pic 9(7)	value zero.
    05  ctr-placed			pic 9(5)	value zero.
    05  ctr-replaced-rerun		pic 9(5)	value zero.
    05  ctr-deceased-skipped		pic 9(5)	value zero.
    05  ctr-paid-skipped		pic 9(5)	value zero.
    05  ctr-nothing-owing		pic 9(5)	value zero.
    05  ctr-no-claim			pic 9(5)	value zero.

01  total-placed-amt			pic s9(9)v99	value zero.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-reg-head.
    05  filler				pic x(6)	value "u147".
    05  filler				pic x(22)	value spaces.
    05  filler				pic x(36)	value
		"COLLECTION AGENCY PLACEMENT REGISTER".
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
    05  filler				pic x(12)	value "REFERENCE".
    05  filler				pic x(12)	value "CLAIM".
    05  filler				pic x(31)	value "PATIENT".
    05  filler				pic x(3)	value "AG".
    05  filler				pic x(4)	value "W/O".
    05  filler				pic x(9)	value "BILLED".
    05  filler				pic x(9)	value "LAST LTR".
    05  filler				pic x(18)	value
		"SERVICE DATES".
    05  filler				pic x(14)	value
		"       PLACED".

01  l1-reg-line.
    05  l1-ref-prefix			pic xx		value "PL".
    05  l1-clinic-nbr			pic 99.
    05  l1-seq-nbr			pic 9(6).
    05  filler				pic xx		value spaces.
    05  l1-claim-id			pic x(11).
    05  filler				pic x		value spaces.
    05  l1-pat-name			pic x(30).
    05  filler				pic x		value spaces.
    05  l1-agent-cd			pic 9.
    05  filler				pic xx		value spaces.
    05  l1-written-off			pic x.
    05  filler				pic xxx		value spaces.
    05  l1-billed-date			pic 9(8).
    05  filler				pic x		value spaces.
    05  l1-last-letter-date		pic 9(8).
    05  filler				pic x		value spaces.
    05  l1-first-sv-date		pic 9(8).
    05  filler				pic x		value "-".
    05  l1-last-sv-date			pic 9(8).
    05  filler				pic x		value spaces.
    05  l1-placed-amt			pic z,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l1-rerun			pic x(6).

01  t1-total-line.
    05  filler				pic x(12)	value spaces.
    05  t1-desc				pic x(40).
    05  t1-count			pic zzzz9.
    05  filler				pic x(5)	value spaces.
    05  t1-amt				pic zzz,zzz,zz9.99-.

    copy "f002_claims_mstr_rec1_2.ws".

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-coll-file section.
    use after standard error procedure on collection-mstr.
err-coll.
    move status-cobol-collection-mstr	to common-status-file.
    display "error in accessing collections master - status "
	    common-status-file.
    stop "error in accessing collections master".

err-claims-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display "error in accessing claims master - status "
	    common-status-file.
    stop "error in accessing claims master".

err-pat-file section.
    use after standard error procedure on pat-mstr.
err-pat.
    move status-cobol-pat-mstr		to common-status-file.
    display "error in accessing patient master - status "
	    common-status-file.
    stop "error in accessing patient master".

err-pah-file section.
    use after standard error procedure on pat-addr-hist.
err-pah.
    move status-cobol-pat-addr-hist	to common-status-file.
    display "error in accessing patient address history - status "
	    common-status-file.
    stop "error in accessing patient address history".

err-agp-file section.
    use after standard error procedure on agency-placement.
err-agency-placement.
    move status-cobol-agency-placement	to common-status-file.
    display "error in accessing agency placement file - status "
	    common-status-file.
    stop "error in accessing agency placement file".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until eof-collection-mstr = "Y".
    perform ca0-print-totals		thru ca0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    open i-o collection-mstr.
    open input claims-mstr.
    open input pat-mstr.
    open input pat-addr-hist.
    open i-o agency-placement.
    open output agency-place-file.
    open output register-file.

*	(this run's file id - "PL" plus the build date)
    move spaces				to	ws-file-id.
    string "PL"				delimited by size
	   sys-date-long	delimited by size
				into	ws-file-id.

    move spaces				to	agency-place-header-rec.
    move "H"				to	apl-hdr-rec-type.
    move ws-file-id			to	apl-hdr-file-id.
    move sys-date-long			to	apl-hdr-build-date.
    write agency-place-header-rec.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    move "u147"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    move spaces				to	coll-key.
    start collection-mstr key is greater than or equal to coll-key
	invalid key
	    move "Y"			to	eof-collection-mstr.

aa0-99-exit.
    exit.
ab0-processing.

    read collection-mstr next
	at end
	    move "Y"			to	eof-collection-mstr
	    go to ab0-99-exit.

    add 1				to	ctr-coll-reads.

*	(placed earlier today - a rerun puts it back on the file)
    move "N"				to	ws-rerun.
    if   coll-status = "X"
     and coll-placed-date numeric
     and coll-placed-date = sys-date-long
    then
	move "Y"			to	ws-rerun
	go to ab0-40-claim.
*   endif

    if   coll-status not = "A"
     and coll-status not = "P"
    then
	go to ab0-99-exit.
*   endif

*	(a promise to pay still in date keeps it in-house)
    if coll-status = "P"
    then
	move zero			to	ws-promise-date
	if coll-promise-date numeric
	then
	    move coll-promise-date	to	ws-promise-date.
*	endif
*   endif
    if   coll-status = "P"
     and ws-promise-date not < sys-date-long
    then
	go to ab0-99-exit.
*   endif

*	(all three letters out, and the follow-up after the final
*	 one has arrived)
    if coll-letter-level < 3
    then
	go to ab0-99-exit.
*   endif

    if coll-next-followup-date > sys-date-long
    then
	go to ab0-99-exit.
*   endif

    move coll-pat-key			to	key-pat-mstr.
    read pat-mstr
	invalid key
	    move spaces			to	pat-mstr-rec.

    if   pat-date-of-death numeric
     and pat-date-of-death not = zero
    then
	add 1				to	ctr-deceased-skipped
	go to ab0-99-exit.
*   endif

ab0-40-claim.

    perform ba0-read-claim		thru	ba0-99-exit.

    if ws-claim-found not = "Y"
    then
	add 1				to	ctr-no-claim
	go to ab0-99-exit.
*   endif

*	(anything paid since the entry was flagged and the account
*	 is still being worked in-house)
    move zero				to	ws-last-pay-date.
    if clmhdr-date-cash-tape-payment numeric
    then
	move clmhdr-date-cash-tape-payment
					to	ws-last-pay-date.
*   endif
    if   ws-rerun = "N"
     and ws-last-pay-date > coll-flagged-date
    then
	add 1				to	ctr-paid-skipped
	go to ab0-99-exit.
*   endif

    perform bb0-claim-lines		thru	bb0-99-exit.

*	(the open balance - or, on a written-off claim, what is still
*	 written off)
    move "N"				to	ws-written-off.
    move ws-claim-balance		to	ws-placed-amt.
    if   ws-claim-balance not > zero
     and clmhdr-adj-cd = "W"
    then
	move "Y"			to	ws-written-off
	move ws-woff-outstanding	to	ws-placed-amt.
*   endif

    if ws-placed-amt not > zero
    then
	add 1				to	ctr-nothing-owing
	go to ab0-99-exit.
*   endif

    if ws-rerun = "Y"
    then
	move coll-pat-key		to	key-pat-mstr
	read pat-mstr
	    invalid key
		move spaces		to	pat-mstr-rec.
*   endif

    perform bc0-current-address		thru	bc0-99-exit.
    perform bd0-place-account		thru	bd0-99-exit.
    perform be0-register-line		thru	be0-99-exit.

ab0-99-exit.
    exit.
ba0-read-claim.

    move "N"				to	ws-claim-found.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move coll-claim-id			to	key-clm-data (1:11).
    move zeros				to	key-clm-oma-cd
						key-clm-oma-suff
						key-clm-adj-nbr.

    read claims-mstr
	invalid key
	    go to ba0-99-exit.

    move claims-mstr-rec		to	claim-header-rec.
    move coll-claim-id			to	ws-claim-id.

    add clmhdr-tot-claim-ar-oma, clmhdr-tot-claim-ar-ohip
					giving	ws-claim-balance.
    subtract clmhdr-manual-and-tape-paymnts
					from	ws-claim-balance.

    move "Y"				to	ws-claim-found.

ba0-99-exit.
    exit.
bb0-claim-lines.

*	(one pass over the lines under the claim - the service lines
*	 give the first and last service dates, the "WOFF" lines net
*	 to what is still written off)

    move zero				to	ws-first-sv-date
						ws-last-sv-date
						ws-woff-outstanding.
    move "N"				to	eof-claims-mstr.

    start claims-mstr key is greater than key-claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr.

bb0-10-line-loop.

    if eof-claims-mstr = "Y"
    then
	go to bb0-99-exit.
*   endif

    read claims-mstr next
	at end
	    go to bb0-99-exit.

    if   key-clm-key-type  not = "B"
      or key-clm-batch-nbr not = ws-claim-batch-nbr
      or key-clm-claim-nbr not = ws-claim-nbr
    then
	go to bb0-99-exit.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.

*	(the agency's commission write-off is not owed - the debtor
*	 paid it)
    if   key-clm-oma-cd = "WOFF"
     and clmdtl-oma-suff not = "K"
    then
	add clmdtl-fee-oma		to	ws-woff-outstanding.
*   endif

    if key-clm-oma-cd = "WOFF"
    then
	go to bb0-10-line-loop.
*   endif

    if   key-clm-oma-cd = "PAID"
      or key-clm-oma-cd = "ADJU"
      or key-clm-adj-nbr not = zero
      or clmdtl-sv-date not numeric
      or clmdtl-sv-date = zero
    then
	go to bb0-10-line-loop.
*   endif

    if   ws-first-sv-date = zero
      or clmdtl-sv-date < ws-first-sv-date
    then
	move clmdtl-sv-date		to	ws-first-sv-date.
*   endif

    if clmdtl-sv-date > ws-last-sv-date
    then
	move clmdtl-sv-date		to	ws-last-sv-date.
*   endif

    go to bb0-10-line-loop.

bb0-99-exit.
    exit.
bc0-current-address.

*	(the address version in force today off the f012 history -
*	 the highest effective-from not after today, as d014 picks
*	 it - else the patient master's own)

    move spaces				to	agency-place-rec.
    move pat-street-addr		to	apl-street-addr.
    move pat-city			to	apl-city.
    move pat-postal-cd			to	apl-postal-cd.
    move pat-phone-no			to	apl-phone-no.

    move "N"				to	eof-pat-addr-hist.
    move zero				to	ws-best-eff-from.

    move coll-pat-key			to	pah-pat-key.
    move zero				to	pah-eff-from.

    start pat-addr-hist key is greater than or equal to pah-key
	invalid key
	    go to bc0-99-exit.

bc0-10-version-loop.

    read pat-addr-hist next
	at end
	    go to bc0-99-exit.

    if pah-pat-key not = coll-pat-key
    then
	go to bc0-99-exit.
*   endif

    if   pah-eff-from not > sys-date-long
     and pah-eff-from not < ws-best-eff-from
    then
	move pah-eff-from		to	ws-best-eff-from
	move pah-street-addr		to	apl-street-addr
	move pah-city			to	apl-city
	move pah-postal-cd		to	apl-postal-cd
	if pah-phone-no not = spaces
	then
	    move pah-phone-no		to	apl-phone-no.
*	endif
*   endif

    go to bc0-10-version-loop.

bc0-99-exit.
    exit.
bd0-place-account.

    move "D"				to	apl-rec-type.
    move "PL"				to	apl-ref-prefix.
    move coll-clinic-nbr-1-2		to	apl-ref-clinic.
    move coll-seq-nbr			to	apl-ref-seq.
    move coll-claim-id			to	apl-claim-id.
    move clmhdr-pat-surname		to	apl-surname.
    move clmhdr-pat-given-name		to	apl-given-name.
    move clmhdr-birth-date		to	apl-birth-date.
    move pat-prov			to	apl-prov.
    move ws-placed-amt			to	apl-balance.
    move ws-first-sv-date		to	apl-first-sv-date.
    move ws-last-sv-date		to	apl-last-sv-date.
    move coll-billed-date		to	apl-billed-date.
    move zero				to	apl-last-letter-date.
    if coll-last-letter-date numeric
    then
	move coll-last-letter-date	to	apl-last-letter-date.
*   endif

    write agency-place-rec.

    add ws-placed-amt			to	total-placed-amt.

    if ws-rerun = "Y"
    then
	add 1				to	ctr-replaced-rerun
	go to bd0-99-exit.
*   endif

*	(the placement itself - a fresh f124 entry, replacing any
*	 earlier placement of the same account that was recalled)
    move spaces				to	agency-placement-rec.
    move coll-key			to	agp-key.
    move "X"				to	agp-status.
    move coll-claim-id			to	agp-claim-id.
    move coll-pat-key			to	agp-pat-key.
    move clmhdr-pat-surname		to	agp-pat-surname.
    move clmhdr-agent-cd		to	agp-agent-cd.
    move clmhdr-doc-nbr (2:3)		to	agp-doc-nbr.
    move ws-written-off			to	agp-written-off.
    move sys-date-long			to	agp-placed-date
						agp-status-date.
    move ws-placed-amt			to	agp-placed-amt.
    move ws-first-sv-date		to	agp-first-sv-date.
    move ws-last-sv-date		to	agp-last-sv-date.
    move zero				to	agp-gross-collected
						agp-commission
						agp-net-posted
						agp-last-remit-date
						agp-last-run-stamp.

    write agency-placement-rec
	invalid key
	    rewrite agency-placement-rec.

    move "X"				to	coll-status.
    move sys-date-long			to	coll-placed-date.
    move ws-placed-amt			to	coll-balance.

    rewrite collection-rec
	invalid key
	    next sentence.

    add 1				to	ctr-placed.

bd0-99-exit.
    exit.
be0-register-line.

    move coll-clinic-nbr-1-2		to	l1-clinic-nbr.
    move coll-seq-nbr			to	l1-seq-nbr.
    move coll-claim-id			to	l1-claim-id.
    move spaces				to	l1-pat-name.
    string clmhdr-pat-surname	delimited by "  "
	   ", "			delimited by size
	   clmhdr-pat-given-name delimited by "  "
				into	l1-pat-name.
    move clmhdr-agent-cd		to	l1-agent-cd.
    move ws-written-off			to	l1-written-off.
    move coll-billed-date		to	l1-billed-date.
    move apl-last-letter-date		to	l1-last-letter-date.
    move ws-first-sv-date		to	l1-first-sv-date.
    move ws-last-sv-date		to	l1-last-sv-date.
    move ws-placed-amt			to	l1-placed-amt.
    move spaces				to	l1-rerun.
    if ws-rerun = "Y"
    then
	move "RERUN"			to	l1-rerun.
*   endif
    move l1-reg-line			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

be0-99-exit.
    exit.
ca0-print-totals.

    move spaces				to	agency-place-trailer-rec.
    move "T"				to	apl-trl-rec-type.
    move ws-file-id			to	apl-trl-file-id.
    add ctr-placed, ctr-replaced-rerun	giving	apl-trl-acct-count.
    move total-placed-amt		to	apl-trl-amt-total.
    write agency-place-trailer-rec.

    move "ACCOUNTS PLACED WITH THE AGENCY"
					to	t1-desc.
    add ctr-placed, ctr-replaced-rerun	giving	t1-count.
    move total-placed-amt		to	t1-amt.
    move t1-total-line			to	print-line.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-register-record	thru	xb0-99-exit.

    move zero				to	t1-amt.

    move "  OF THOSE, PLACED EARLIER TODAY"
					to	t1-desc.
    move ctr-replaced-rerun		to	t1-count.
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-register-record	thru	xb0-99-exit.

    move "NOT PLACED - PAID DURING THE LETTERS"
					to	t1-desc.
    move ctr-paid-skipped		to	t1-count.
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-register-record	thru	xb0-99-exit.

    move "NOT PLACED - NOTHING LEFT OWING"
					to	t1-desc.
    move ctr-nothing-owing		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

    move "NOT PLACED - PATIENT DECEASED"
					to	t1-desc.
    move ctr-deceased-skipped		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

    move "NOT PLACED - CLAIM NOT ON FILE"
					to	t1-desc.
    move ctr-no-claim			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

ca0-99-exit.
    exit.
az0-end-of-job.

    move "u147"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-placed			to	elp-count.
    move "ACCOUNTS PLACED WITH THE AGENCY"
					to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close collection-mstr.
    close claims-mstr.
    close pat-mstr.
    close pat-addr-hist.
    close agency-placement.
    close agency-place-file.
    close register-file.

    display "u147 - entries read        " ctr-coll-reads.
    display "u147 - accounts placed     " ctr-placed.
    display "u147 - rerun, placed today " ctr-replaced-rerun.

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

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
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
