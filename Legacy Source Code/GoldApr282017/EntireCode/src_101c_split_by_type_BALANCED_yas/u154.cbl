identification division.
program-id. u154.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: u072_purge_gen - the purge generation u072
*			  has just written (input)
*			: f002 - claims master
*			: ru154 - held claims restored (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : legal hold restore for the claims purge.
*			u072 purges by the r071 criteria alone and
*			knows nothing of legal holds, so this runs
*			straight after it, before r073: every claim
*			in the new purge generation that an open
*			legal hold (m123) covers - the patient, the
*			doctor or client, or a claim range - is put
*			back on the claims master, header and
*			service lines as they stood at the purge,
*			through the claims journal.  r071 has
*			already counted those claims as retained,
*			so r073 then reconciles as before.  the
*			register lists every claim put back with
*			its hold and matter reference.
*			  run order:  r071, u072, u154, r073.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    select purge-gen-file
	assign to disk "$pb_data/u072_purge_gen"
	organization is sequential
	file status is status-purge-gen.
*
    copy "f002_claims_mstr.slr".
*
    select register-file
	assign to printer print-file-name
	file status is status-register-rpt.
*
data division.
file section.
*
fd  purge-gen-file
    record contains 400 characters.

01  purge-gen-rec			pic x(400).
*
    copy "f002_claims_mstr.fd".
*
fd  register-file
    record contains 132 characters.

01  register-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru154".
77  status-register-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-purge-gen			pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.

77  eof-purge-gen			pic x	value "N".
77  ws-held-claim			pic x	value "N".

*   the claims a hold covers, found on the first pass over the
*   generation (the header decides for the whole claim)

01  held-claim-table.
    05  hc-claim			occurs 5000 times.
	10  hc-claim-id			pic x(11).
	10  hc-hold-nbr			pic 9(6).
	10  hc-matter-ref		pic x(20).
77  ss-claim				pic 9(4)	comp	value zero.
77  ss-found				pic 9(4)	comp	value zero.
77  ws-nbr-held				pic 9(4)	comp	value zero.
77  max-held				pic 9(4)	comp	value 5000.

01  counters.
    05  ctr-gen-reads			pic 9(7)	value zero.
    05  ctr-claims-held			pic 9(7)	value zero.
    05  ctr-recs-restored		pic 9(7)	value zero.
    05  ctr-recs-on-file		pic 9(7)	value zero.

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-reg-head.
    05  filler				pic x(6)	value "u154".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(44)	value
		"LEGAL HOLD - PURGED CLAIMS PUT BACK".
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
    05  filler				pic x(32)	value "PATIENT".
    05  filler				pic x(11)	value "P.E.D.".
    05  filler				pic x(8)	value "HOLD".
    05  filler				pic x(22)	value "MATTER".
    05  filler				pic x(14)	value "  BALANCE".

01  l1-reg-line.
    05  l1-claim-id			pic x(11).
    05  filler				pic xx		value spaces.
    05  l1-patient			pic x(30).
    05  filler				pic xx		value spaces.
    05  l1-ped				pic 9999/99/99.
    05  filler				pic x		value space.
    05  l1-hold-nbr			pic 9(6).
    05  filler				pic xx		value spaces.
    05  l1-matter-ref			pic x(20).
    05  filler				pic xx		value spaces.
    05  l1-balance			pic zz,zzz,zz9.99-.

01  t1-reg-total.
    05  t1-text				pic x(40).
    05  t1-count			pic zzz,zzz,zz9.

77  ws-claim-balance			pic s9(7)v99	value zero.

    copy "f002_claims_mstr_rec1_2.ws".

    copy "legalhold.ws".

    copy "eventlog.ws".

    copy "clmjrnl.ws".

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

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    if eof-purge-gen not = "Y"
    then
	perform ab0-find-held-claims	thru ab0-99-exit
	    until eof-purge-gen = "Y"
	perform ac0-reopen-gen		thru ac0-99-exit
	perform ba0-restore-held	thru ba0-99-exit
	    until eof-purge-gen = "Y".
*   endif
    perform ca0-print-totals		thru ca0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    move "u154"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    open output register-file.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    perform xa0-print-hdr		thru	xa0-99-exit.

    open input purge-gen-file.

    if status-purge-gen not = "00"
    then
	display "u154 - no purge generation on file"
	move "Y"			to	eof-purge-gen
	go to aa0-99-exit.
*   endif

    open i-o claims-mstr.

aa0-99-exit.
    exit.
ab0-find-held-claims.

    read purge-gen-file
	at end
	    move "Y"			to	eof-purge-gen
	    go to ab0-99-exit.

    add 1				to	ctr-gen-reads.

*	(claim headers - "B" key with a zeroed code area)
    if purge-gen-rec (1:1) not = "B"
    then
	go to ab0-99-exit.
*   endif

    if   purge-gen-rec (13:4) not = "0000"
     and purge-gen-rec (13:4) not = spaces
    then
	go to ab0-99-exit.
*   endif

    move purge-gen-rec			to	claim-header-rec.

    move "R"				to	lhp-function.
    move clmhdr-pat-id (1:16)		to	lhp-pat-key.
    move clmhdr-batch-nbr-3-6 (2:3)	to	lhp-doc-nbr.
    move clmhdr-claim-id		to	lhp-claim-id.
    call "legalhold" using legal-hold-parms.

    if not lhp-record-held
    then
	go to ab0-99-exit.
*   endif

    if ws-nbr-held not < max-held
    then
	display "u154 - more held claims than the table holds - "
		"rerun after this one to put back the rest"
	go to ab0-99-exit.
*   endif

    add 1				to	ws-nbr-held.
    move clmhdr-claim-id		to	hc-claim-id   (ws-nbr-held).
    move lhp-hold-nbr			to	hc-hold-nbr   (ws-nbr-held).
    move lhp-matter-ref			to	hc-matter-ref (ws-nbr-held).

    add 1				to	ctr-claims-held.

*	(the register line while the header is in hand)
    add clmhdr-tot-claim-ar-oma, clmhdr-tot-claim-ar-ohip
					giving	ws-claim-balance.
    subtract clmhdr-manual-and-tape-paymnts
					from	ws-claim-balance.

    move clmhdr-claim-id		to	l1-claim-id.
    move clmhdr-pat-surname		to	l1-patient.
    move clmhdr-date-period-end		to	l1-ped.
    move lhp-hold-nbr			to	l1-hold-nbr.
    move lhp-matter-ref			to	l1-matter-ref.
    move ws-claim-balance		to	l1-balance.
    move l1-reg-line			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

ab0-99-exit.
    exit.
ac0-reopen-gen.

    close purge-gen-file.
    open input purge-gen-file.

    move "N"				to	eof-purge-gen.

*	(nothing held - nothing to put back)
    if ws-nbr-held = zero
    then
	move "Y"			to	eof-purge-gen.
*   endif

ac0-99-exit.
    exit.
ba0-restore-held.

    read purge-gen-file
	at end
	    move "Y"			to	eof-purge-gen
	    go to ba0-99-exit.

*	(header or service line of a held claim goes back)
    move "N"				to	ws-held-claim.
    perform bb0-search-held		thru	bb0-99-exit
	varying ss-claim from 1 by 1
	until   ss-claim > ws-nbr-held
	   or   ws-held-claim = "Y".

    if ws-held-claim not = "Y"
    then
	go to ba0-99-exit.
*   endif

    move purge-gen-rec			to	claims-mstr-rec.

    write claims-mstr-rec
	invalid key
*	    (still there - u072 did not take it)
	    add 1			to	ctr-recs-on-file
	    go to ba0-99-exit.

    add 1				to	ctr-recs-restored.

    move "u154"				to	cjp-pgm.
    move "W"				to	cjp-action.
    move spaces				to	cjp-before-image.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

ba0-99-exit.
    exit.
bb0-search-held.

    if purge-gen-rec (2:11) = hc-claim-id (ss-claim)
    then
	move "Y"			to	ws-held-claim.
*   endif

bb0-99-exit.
    exit.
ca0-print-totals.

    move "CLAIMS UNDER LEGAL HOLD PUT BACK"
					to	t1-text.
    move ctr-claims-held		to	t1-count.
    move t1-reg-total			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-register-record	thru	xb0-99-exit.

    move "CLAIMS MASTER RECORDS RESTORED"
					to	t1-text.
    move ctr-recs-restored		to	t1-count.
    move t1-reg-total			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

    move "RECORDS ALREADY ON THE MASTER"
					to	t1-text.
    move ctr-recs-on-file		to	t1-count.
    move t1-reg-total			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

    move "GENERATION RECORDS READ"	to	t1-text.
    move ctr-gen-reads			to	t1-count.
    move t1-reg-total			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

ca0-99-exit.
    exit.
az0-end-of-job.

    move "u154"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-claims-held		to	elp-count.
    move "HELD CLAIMS PUT BACK"		to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    if status-purge-gen = "00"
    then
	close purge-gen-file
	      claims-mstr.
*   endif

    close register-file.

    display "u154 - held claims put back " ctr-claims-held.
    display "u154 - records restored     " ctr-recs-restored.

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
