*
*   files		: f002 - claims master
*			: f106 - submission file register
*			: f116 - IFHP client file
*			: rebuilt submission file (output)
*			: f064 - central event log (via eventlog)
*
*			submission record regenerated with the same
*			field moves the original build used (the
*			WSIB layout for a WSIB file id, the RMB
*			layout for an RMB one, the IFHP header/
*			claim/trailer layout for an IFHP one),
*			writing a byte-identical copy to the
*			rebuild file.  an IFHP claim record carries
*			the client id and eligibility off f116 as
*			they stand at the rebuild.
*			the run refuses a file id with no register
*			header, and reports any claim key no longer
*			on the master.  EDT files (u888) are on the
*			register for the MOH batch edit
*			reconciliation (u142) but are not rebuilt
*			here - their records are u020's, not a
*			claims master image - so an EDT file id is
*			refused too.
*
*   revision history:
*
    copy "f002_claims_mstr.slr".
*
    copy "f106_submission_reg.slr".
*
* 2026/oct/15 - DM - IFHP files
    copy "f116_ifhp_client.slr".
* 2026/oct/15 - end
*
    select rebuild-file
	assign to disk "$pb_data/u132_rebuild"
*
    copy "f106_submission_reg.fd".
*
* 2026/oct/15 - DM
    copy "f116_ifhp_client.fd".
* 2026/oct/15 - end
*
fd  rebuild-file
    record contains 250 characters.

77  common-status-file			pic x(2).
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-submission-reg		pic xx	value zero.
* 2026/oct/15 - DM
77  status-cobol-ifhp-client		pic xx	value zero.
* 2026/oct/15 - end

77  eof-register			pic x	value "N".

    05  rmb-amt-billed			pic 9(7)v99.
    05  filler				pic x(128).

* 2026/oct/15 - DM - the ifhp submission layout - u145's, field for
*		     field, with its file header and trailer
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

77  hold-claim-count			pic 9(6)	value zero.
77  hold-dollar-total			pic s9(9)v99	value zero.
* 2026/oct/15 - end

01  counters.
    05  ctr-keys-walked			pic 9(6)	value zero.
    05  ctr-records-rebuilt		pic 9(6)	value zero.
	    common-status-file.
    stop "error in accessing submission register".

* 2026/oct/15 - DM
err-ifc-file section.
    use after standard error procedure on ifhp-client.
err-ifhp-client.
    move status-cobol-ifhp-client	to common-status-file.
    display "error in accessing IFHP client file - status "
	    common-status-file.
    stop "error in accessing IFHP client file".
* 2026/oct/15 - end

end declaratives.

main-line section.
	    display "u132 - file id not on the register"
	    stop "u132 ending".

* 2026/oct/15 - DM - EDT files are registered but not rebuildable
    if sel-file-id (1:3) = "EDT"
    then
	display "u132 - EDT files are rebuilt by rerunning u020/u888"
	stop "u132 ending"
	stop run.
*   endif
* 2026/oct/15 - end

    display "REGISTERED " sbr-build-date
	    "  CLAIMS " sbr-claim-count
	    "  TOTAL $" sbr-dollar-total.

    open output rebuild-file.

* 2026/oct/15 - DM - an IFHP file opens with its header record and
*		     closes with a trailer off the register header
    move sbr-claim-count		to	hold-claim-count.
    move sbr-dollar-total		to	hold-dollar-total.

    if sel-file-id (1:4) = "IFHP"
    then
	open input ifhp-client
	move spaces			to	ifhp-header-rec
	move "H"			to	ifhp-hdr-rec-type
	move sel-file-id		to	ifhp-hdr-file-id
	move sbr-build-date		to	ifhp-hdr-build-date
	write rebuild-rec		from	ifhp-header-rec.
*   endif
* 2026/oct/15 - end

    move "u132"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
    if sel-file-id (1:4) = "WSIB"
    then
	perform ba0-rebuild-wsib	thru	ba0-99-exit
	go to ab0-50-count.
*   endif

* 2026/oct/15 - DM
    if sel-file-id (1:4) = "IFHP"
    then
	perform bc0-rebuild-ifhp	thru	bc0-99-exit
	go to ab0-50-count.
*   endif
* 2026/oct/15 - end

    perform bb0-rebuild-rmb		thru	bb0-99-exit.

ab0-50-count.

    add 1				to	ctr-records-rebuilt.


bb0-99-exit.
    exit.
* 2026/oct/15 - DM - the u145 claim record, move for move
bc0-rebuild-ifhp.

    move clmhdr-pat-id (1:16)		to	ifc-pat-key.

    read ifhp-client
	invalid key
	    move spaces			to	ifhp-client-rec
	    move zero			to	ifc-elig-from
						ifc-elig-to
	    display "u132 - no IFHP client now on file for claim: "
		    sbr-claim-key.

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

    write rebuild-rec			from	ifhp-submit-rec.

bc0-99-exit.
    exit.
* 2026/oct/15 - end
az0-end-of-job.

    move "u132"				to	elp-pgm.
	on exception
	    continue.

* 2026/oct/15 - DM
    if sel-file-id (1:4) = "IFHP"
    then
	move spaces			to	ifhp-trailer-rec
	move "T"			to	ifhp-trl-rec-type
	move sel-file-id		to	ifhp-trl-file-id
	move hold-claim-count		to	ifhp-trl-claim-count
	move hold-dollar-total		to	ifhp-trl-amt-total
	write rebuild-rec		from	ifhp-trailer-rec
	close ifhp-client.
*   endif
* 2026/oct/15 - end

    close submission-reg.
    close claims-mstr.
    close rebuild-file.
