identification division.
program-id. r107.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f136 - legal hold register
*			: f002 - claims master
*			: f010 - patient master
*			: f017 - purged patient archive
*			: f063 - report archive index
*			: rr107 - open legal holds (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : open legal holds.  one line per hold still in
*			force (open, release date not reached) with
*			what it is placed on, the matter reference,
*			who placed it and when, when it is due to
*			lift, and how many records it protects as
*			of the run: claims on the claims master,
*			patients on the patient master, patients in
*			the purged patient archive and archived
*			report generations.  the counting goes
*			through the legalhold subprogram, the same
*			check the purge, anonymization, retention
*			and write-off programs make, so the counts
*			are what those programs would skip tonight.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f136_legal_hold.slr".
*
    copy "f002_claims_mstr.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f017_purged_pat_arch.slr".
*
    copy "f063_rpt_arch_idx.slr".
*
    select hold-rpt-file
	assign to printer print-file-name
	file status is status-hold-rpt.
*
data division.
file section.
*
    copy "f136_legal_hold.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "f017_purged_pat_arch.fd".
*
    copy "f063_rpt_arch_idx.fd".
*
fd  hold-rpt-file
    record contains 132 characters.

01  hold-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr107".
77  status-hold-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-legal-hold		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-purged-pat-arch		pic xx	value zero.
77  status-cobol-rpt-arch-idx		pic xx	value zero.

77  eof-claims-mstr			pic x	value "N".
77  eof-pat-mstr			pic x	value "N".
77  eof-purged-pat-arch			pic x	value "N".
77  eof-rpt-arch-idx			pic x	value "N".

77  ss-hold				pic 9(4)	comp	value zero.
77  ws-nbr-holds			pic 9(4)	comp	value zero.

*   records protected, by hold - same order as the subprogram's
*   table

01  protect-table.
    05  pt-hold				occurs 300 times.
	10  pt-claims			pic 9(7).
	10  pt-patients			pic 9(7).
	10  pt-archived			pic 9(7).
	10  pt-reports			pic 9(7).

01  counters.
    05  ctr-claims-mstr-reads		pic 9(7)	value zero.
    05  ctr-pat-mstr-reads		pic 9(7)	value zero.
    05  ctr-pat-arch-reads		pic 9(7)	value zero.
    05  ctr-rpt-arch-reads		pic 9(7)	value zero.
    05  ctr-holds-printed		pic 9(7)	value zero.

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-hold-head.
    05  filler				pic x(6)	value "r107".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(44)	value
		"OPEN LEGAL HOLDS AND RECORDS PROTECTED".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-hold-head.
    05  filler				pic x(8)	value "  HOLD".
    05  filler				pic x(29)	value "PLACED ON".
    05  filler				pic x(22)	value "MATTER".
    05  filler				pic x(9)	value "BY".
    05  filler				pic x(11)	value "PLACED".
    05  filler				pic x(12)	value "RELEASE".
    05  filler				pic x(8)	value " CLAIMS".
    05  filler				pic x(8)	value "PATIENT".
    05  filler				pic x(8)	value "ARCHIVE".
    05  filler				pic x(7)	value "REPORTS".

01  l1-hold-line.
    05  l1-hold-nbr			pic 9(6).
    05  filler				pic xx		value spaces.
    05  l1-hold-type			pic x.
    05  filler				pic x		value space.
    05  l1-placed-on			pic x(27).
    05  filler				pic xx		value spaces.
    05  l1-matter-ref			pic x(20).
    05  filler				pic xx		value spaces.
    05  l1-placed-by			pic x(8).
    05  filler				pic x		value space.
    05  l1-placed-date			pic 9999/99/99.
    05  filler				pic x		value space.
    05  l1-release-date			pic 9999/99/99.
    05  l1-release-open redefines l1-release-date
					pic x(10).
    05  filler				pic x		value space.
    05  l1-claims			pic zzz,zz9.
    05  filler				pic x		value space.
    05  l1-patients			pic zzz,zz9.
    05  filler				pic x		value space.
    05  l1-archived			pic zzz,zz9.
    05  filler				pic x		value space.
    05  l1-reports			pic zzz,zz9.

01  l2-desc-line.
    05  filler				pic x(10)	value spaces.
    05  l2-matter-desc			pic x(40).
    05  filler				pic xx		value spaces.
    05  l2-period			pic x(40).

01  l3-none-line.
    05  filler				pic x(10)	value spaces.
    05  filler				pic x(40)	value
		"*** NO OPEN LEGAL HOLDS ***".

01  ws-period-text.
    05  filler				pic x(13)	value
		"REPORTS KEPT ".
    05  wp-clinic			pic x(6).
    05  filler				pic x		value space.
    05  wp-from				pic 9(8).
    05  filler				pic x(4)	value " TO ".
    05  wp-to				pic 9(8).

    copy "legalhold.ws".

    copy "f002_claims_mstr_rec1_2.ws".

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-legal-hold-file section.
    use after standard error procedure on legal-hold.
err-legal-hold.
    move status-cobol-legal-hold	to common-status-file.
    display "error in accessing legal hold register - status "
	    common-status-file.
    stop "error in accessing legal hold register".

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

err-rpt-arch-file section.
    use after standard error procedure on rpt-arch-idx.
err-rpt-arch.
    move status-cobol-rpt-arch-idx	to common-status-file.
    display "error in accessing report archive index - status "
	    common-status-file.
    stop "error in accessing report archive index".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    if ws-nbr-holds > zero
    then
	perform ba0-count-claims	thru ba0-99-exit
	    until eof-claims-mstr = "Y"
	perform bb0-count-patients	thru bb0-99-exit
	    until eof-pat-mstr = "Y"
	perform bc0-count-archived	thru bc0-99-exit
	    until eof-purged-pat-arch = "Y"
	perform bd0-count-reports	thru bd0-99-exit
	    until eof-rpt-arch-idx = "Y".
*   endif
    perform ca0-print-holds		thru ca0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.
    move zeros				to protect-table.

    move "r107"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

*	(a first call with nothing in hand loads the open holds and
*	 says how many)
    move spaces				to	legal-hold-parms.
    move "R"				to	lhp-function.
    move zero				to	lhp-clinic-nbr
						lhp-period-end.
    call "legalhold" using legal-hold-parms.
    move lhp-nbr-holds			to	ws-nbr-holds.

*	(no open holds - the register need not even exist)
    if ws-nbr-holds > zero
    then
	open input legal-hold.
*   endif

    open input claims-mstr.
    open input pat-mstr.
    open input rpt-arch-idx.

*	(the archive may not exist before the first purge)
    open input purged-pat-arch.
    if status-purged-pat-arch not = "00"
    then
	move "Y"			to	eof-purged-pat-arch.
*   endif

    open output hold-rpt-file.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    perform xa0-print-hdr		thru	xa0-99-exit.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr.

    move spaces				to	key-pat-mstr.
    start pat-mstr key is greater than or equal to key-pat-mstr
	invalid key
	    move "Y"			to	eof-pat-mstr.

    move low-values			to	arch-idx-key.
    start rpt-arch-idx key is greater than or equal to arch-idx-key
	invalid key
	    move "Y"			to	eof-rpt-arch-idx.

aa0-99-exit.
    exit.
ba0-count-claims.

    read claims-mstr next
	at end
	    move "Y"			to	eof-claims-mstr
	    go to ba0-99-exit.

    add 1				to	ctr-claims-mstr-reads.

    if key-clm-key-type not = "B"
    then
	move "Y"			to	eof-claims-mstr
	go to ba0-99-exit.
*   endif

    if   key-clm-oma-cd not = zeros
     and key-clm-oma-cd not = spaces
    then
	go to ba0-99-exit.
*   endif

    move claims-mstr-rec		to	claim-header-rec.

    move "R"				to	lhp-function.
    move clmhdr-pat-id (1:16)		to	lhp-pat-key.
    move clmhdr-batch-nbr-3-6 (2:3)	to	lhp-doc-nbr.
    move clmhdr-claim-id		to	lhp-claim-id.
    call "legalhold" using legal-hold-parms.

    if not lhp-record-held
    then
	go to ba0-99-exit.
*   endif

    perform ba1-add-claim		thru	ba1-99-exit
	varying ss-hold from 1 by 1
	until   ss-hold > ws-nbr-holds.

ba0-99-exit.
    exit.
ba1-add-claim.

    if lhp-match-flag (ss-hold) = "Y"
    then
	add 1				to	pt-claims (ss-hold).
*   endif

ba1-99-exit.
    exit.
bb0-count-patients.

    read pat-mstr next
	at end
	    move "Y"			to	eof-pat-mstr
	    go to bb0-99-exit.

    add 1				to	ctr-pat-mstr-reads.

    move "R"				to	lhp-function.
    move key-pat-mstr			to	lhp-pat-key.
    move pat-last-doc-nbr-seen (2:3)	to	lhp-doc-nbr.
    move spaces				to	lhp-claim-id.
    call "legalhold" using legal-hold-parms.

    if not lhp-record-held
    then
	go to bb0-99-exit.
*   endif

    perform bb1-add-patient		thru	bb1-99-exit
	varying ss-hold from 1 by 1
	until   ss-hold > ws-nbr-holds.

bb0-99-exit.
    exit.
bb1-add-patient.

    if lhp-match-flag (ss-hold) = "Y"
    then
	add 1				to	pt-patients (ss-hold).
*   endif

bb1-99-exit.
    exit.
bc0-count-archived.

    read purged-pat-arch
	at end
	    move "Y"			to	eof-purged-pat-arch
	    go to bc0-99-exit.

    add 1				to	ctr-pat-arch-reads.

*	(the archived record is the patient master record as it was -
*	 look at it through the f010 layout)
    move arch-pat-rec			to	pat-mstr-rec.

    move "R"				to	lhp-function.
    move key-pat-mstr			to	lhp-pat-key.
    move pat-last-doc-nbr-seen (2:3)	to	lhp-doc-nbr.
    move spaces				to	lhp-claim-id.
    call "legalhold" using legal-hold-parms.

    if not lhp-record-held
    then
	go to bc0-99-exit.
*   endif

    perform bc1-add-archived		thru	bc1-99-exit
	varying ss-hold from 1 by 1
	until   ss-hold > ws-nbr-holds.

bc0-99-exit.
    exit.
bc1-add-archived.

    if lhp-match-flag (ss-hold) = "Y"
    then
	add 1				to	pt-archived (ss-hold).
*   endif

bc1-99-exit.
    exit.
bd0-count-reports.

    read rpt-arch-idx next
	at end
	    move "Y"			to	eof-rpt-arch-idx
	    go to bd0-99-exit.

    add 1				to	ctr-rpt-arch-reads.

    move "A"				to	lhp-function.
    move arch-clinic-nbr-1-2		to	lhp-clinic-nbr.
    move arch-period-end		to	lhp-period-end.
    call "legalhold" using legal-hold-parms.

    if not lhp-record-held
    then
	go to bd0-99-exit.
*   endif

    perform bd1-add-report		thru	bd1-99-exit
	varying ss-hold from 1 by 1
	until   ss-hold > ws-nbr-holds.

bd0-99-exit.
    exit.
bd1-add-report.

    if lhp-match-flag (ss-hold) = "Y"
    then
	add 1				to	pt-reports (ss-hold).
*   endif

bd1-99-exit.
    exit.
ca0-print-holds.

    if ws-nbr-holds = zero
    then
	move l3-none-line		to	print-line
	perform xb0-write-hold-record	thru	xb0-99-exit
	go to ca0-99-exit.
*   endif

    perform cb0-print-hold		thru	cb0-99-exit
	varying ss-hold from 1 by 1
	until   ss-hold > ws-nbr-holds.

ca0-99-exit.
    exit.
cb0-print-hold.

    move lhp-match-hold-nbr (ss-hold)	to	lh-hold-nbr.
    read legal-hold
	invalid key
	    go to cb0-99-exit.

    move lh-hold-nbr			to	l1-hold-nbr.
    move lh-hold-type			to	l1-hold-type.
    move spaces				to	l1-placed-on.

    if lh-hold-patient
    then
	string "PATIENT "		delimited by size
	       lh-pat-key		delimited by size
				into	l1-placed-on.
*   endif
    if lh-hold-doctor
    then
	string "DOCTOR "		delimited by size
	       lh-doc-nbr		delimited by size
				into	l1-placed-on.
*   endif
    if lh-hold-client
    then
	string "CLIENT "		delimited by size
	       lh-client-id		delimited by size
				into	l1-placed-on.
*   endif
    if lh-hold-claim-range
    then
	string lh-claim-from		delimited by size
	       " - "			delimited by size
	       lh-claim-to		delimited by size
				into	l1-placed-on.
*   endif

    move lh-matter-ref			to	l1-matter-ref.
    move lh-placed-by			to	l1-placed-by.
    move lh-placed-date			to	l1-placed-date.
    if lh-release-date = zero
    then
	move "UNTIL LIFT"		to	l1-release-open
    else
	move lh-release-date		to	l1-release-date.
*   endif
    move pt-claims (ss-hold)		to	l1-claims.
    move pt-patients (ss-hold)		to	l1-patients.
    move pt-archived (ss-hold)		to	l1-archived.
    move pt-reports (ss-hold)		to	l1-reports.

    move 2				to	nbr-lines-to-adv.
    move l1-hold-line			to	print-line.
    perform xb0-write-hold-record	thru	xb0-99-exit.

    move lh-matter-desc			to	l2-matter-desc.
    if lh-clinic-nbr = zero
    then
	move "ALL"			to	wp-clinic
    else
	move spaces			to	wp-clinic
	string "CLINIC"			delimited by size
	       lh-clinic-nbr		delimited by size
				into	wp-clinic.
*   endif
    move lh-period-from			to	wp-from.
    move lh-period-to			to	wp-to.
    move ws-period-text			to	l2-period.
    move l2-desc-line			to	print-line.
    perform xb0-write-hold-record	thru	xb0-99-exit.

    add 1				to	ctr-holds-printed.

cb0-99-exit.
    exit.
az0-end-of-job.

    move "r107"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-holds-printed		to	elp-count.
    move "OPEN LEGAL HOLDS LISTED"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    if ws-nbr-holds > zero
    then
	close legal-hold.
*   endif

    close claims-mstr
	  pat-mstr
	  rpt-arch-idx
	  hold-rpt-file.

    if status-purged-pat-arch = "00"
    then
	close purged-pat-arch.
*   endif

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write hold-rpt-record		from	h1-hold-head after advancing page.
    write hold-rpt-record		from	h2-hold-head after advancing 2 lines.
    move 2				to	nbr-lines-to-adv.
    move 3				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-hold-record.

    if nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write hold-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
