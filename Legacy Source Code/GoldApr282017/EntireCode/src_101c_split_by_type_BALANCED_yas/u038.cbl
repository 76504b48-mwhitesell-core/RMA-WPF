*   files		: f002 - claims master
*			: wsib submission file (output)
*			: ru038 - wsib submission register (printer)
* 2026/oct/15 - DM
*			: f163 - outbound transmission register (via
*			  outreg)
* 2026/oct/15 - end
*
*   program purpose : WSIB billing submission run.  workplace-injury
*			claims are keyed under the ohip/wcb agent
*			records, prints a matching register, and
*			stamps the claim submitted so the next run
*			does not pick it up again.
* 2026/oct/15 - DM - every submission record goes through outreg's
*			content hash and the finished file is filed
*			on the f163 outbound register as "WSIB", with
*			the amount submitted as its control total,
*			to be marked sent in m137.
* 2026/oct/15 - end
*
*   revision history:
*
    05  tot-claims-submitted		pic 9(7)	value zero.
    05  tot-amt-submitted		pic s9(11)v99	comp-3	value zero.

* 2026/oct/15 - DM
    copy "outreg.ws".
* 2026/oct/15 - end

01  counters.
    05  ctr-claims-mstr-reads		pic 9(7)	value zero.
    05  ctr-claims-skipped-no-nbr	pic 9(7)	value zero.
    move ws-billed-amt			to	wsib-amt-billed.

    write wsib-submit-rec.
* 2026/oct/15 - DM
    move "H"				to	orp-function.
    move wsib-submit-rec		to	orp-record.
    move 250				to	orp-rec-len.
    call "outreg" using outbound-reg-parms
	on exception
	    continue.
* 2026/oct/15 - end

*	(register line)
    move clmhdr-claim-id		to	l1-claim-id.
    close wsib-submit-file.
    close register-file.

* 2026/oct/15 - DM
    perform xr5-register-submit-file	thru	xr5-99-exit.
* 2026/oct/15 - end

    display "u038 - claims read             " ctr-claims-mstr-reads.
    display "u038 - claims submitted        " tot-claims-submitted.
    display "u038 - skipped, no wsib number " ctr-claims-skipped-no-nbr.

az0-99-exit.
    exit.
* 2026/oct/15 - DM - outbound transmission register
xr5-register-submit-file.

    move "P"				to	orp-function.
    move "WSIB"				to	orp-file-type.
    move "u038"				to	orp-pgm.
    move "$pb_data/u038_wsib_submit"	to	orp-file-name.
    move tot-amt-submitted		to	orp-dollar-total.
    move space				to	orp-result
						orp-dup-xmit.
    call "outreg" using outbound-reg-parms
	on exception
	    continue.

    if orp-result not = "Y"
    then
	display "u038 - FILE NOT FILED ON THE OUTBOUND REGISTER".
*   endif

    if orp-dup-xmit = "Y"
    then
	display "u038 - SAME CONTENT AS A FILE ALREADY SENT - DO NOT SEND".
*   endif

xr5-99-exit.
    exit.
* 2026/oct/15 - end
xa0-print-hdr.

    add 1				to	page-nbr.
