*			: f010 - patient master
*			: f034 - refund register
*			: f091 - diagnostic codes
*			: f141 - claim notes
*			: f145 - letter log
*			: f064 - central event log (via eventlog)
*			: rd017 - patient history (printer)
*
*
*   revision history:
*
*   2026/oct/15 DM	- the standard format prints each claim's f141
*			  notes under its service lines.  the
*			  patient-friendly format leaves them off -
*			  they are office notes, not the patient's.
*
*   2026/oct/15 DM	- the letters u155 sent the patient in the date
*			  range print after the refunds.
*
environment division.
input-output section.
file-control.
    copy "f034_refund_reg.slr".
*
    copy "f091_diagnostic_codes.slr".
*
    copy "f141_claim_notes.slr".
*
* 2026/oct/15 - DM
    copy "f145_letter_log.slr".
* 2026/oct/15 - end
*
    select history-file
	assign to printer print-file-name
    copy "f034_refund_reg.fd".
*
    copy "f091_diagnostic_codes.fd".
*
    copy "f141_claim_notes.fd".
*
* 2026/oct/15 - DM
    copy "f145_letter_log.fd".
* 2026/oct/15 - end
*
fd  history-file
    record contains 132 characters.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-refund-reg		pic xx	value zero.
77  status-cobol-diag-mstr		pic xx	value zero.
* 2026/oct/15 - DM - claim notes
77  status-cobol-claim-notes		pic xx	value zero.
77  ws-notes-avail			pic x	value "N".
* 2026/oct/15 - end
* 2026/oct/15 - DM - letters sent
77  status-cobol-letter-log		pic xx	value zero.
77  ws-letters-avail			pic x	value "N".
* 2026/oct/15 - end

77  eof-claim-path			pic x	value "N".
77  eof-claim-dtl			pic x	value "N".
01  counters.
    05  ctr-claims-printed		pic 9(5)	value zero.
    05  ctr-refunds-printed		pic 9(5)	value zero.
* 2026/oct/15 - DM
    05  ctr-letters-printed		pic 9(5)	value zero.
* 2026/oct/15 - end

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
    05  filler				pic xx		value spaces.
    05  l3-amt				pic zz,zz9.99-.

* 2026/oct/15 - DM - claim notes
01  l4-note-line.
    05  filler				pic x(4)	value spaces.
    05  filler				pic x(6)	value "NOTE".
    05  l4-date				pic 9(8).
    05  filler				pic xx		value spaces.
    05  l4-category			pic x(15).
    05  filler				pic xx		value spaces.
    05  l4-operator			pic x(8).
    05  filler				pic xx		value spaces.
    05  l4-text				pic x(60).
* 2026/oct/15 - end

* 2026/oct/15 - DM - letters sent
01  l5-letter-line.
    05  filler				pic x(10)	value "LETTER".
    05  l5-date				pic 9(8).
    05  filler				pic x(3)	value spaces.
    05  l5-desc				pic x(30).
    05  filler				pic xx		value spaces.
    05  l5-claim-id			pic x(11).
* 2026/oct/15 - end

    copy "f002_claims_mstr_rec1_2.ws".

    copy "eventlog.ws".
    05  line 12 col 60  pic zzzz9 using ctr-claims-printed.
    05  line 13 col 20  value "refunds printed".
    05  line 13 col 60  pic zzzz9 using ctr-refunds-printed.
    05  line 14 col 20  value "letters printed".
    05  line 14 col 60  pic zzzz9 using ctr-letters-printed.
    05  line 21 col 20	value "program d017 ending".
procedure division.
declaratives.
    perform bb0-sort-claims		thru bb0-99-exit.
    perform ca0-print-claims		thru ca0-99-exit.
    perform cb0-print-refunds		thru cb0-99-exit.
* 2026/oct/15 - DM
    if ws-letters-avail = "Y"
    then
	perform ch0-print-letters	thru ch0-99-exit.
*   endif
* 2026/oct/15 - end
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
    open input refund-reg.
    open input diag-mstr.
    open output history-file.
* 2026/oct/15 - DM - no notes file yet is no notes
    open input claim-notes.
    if status-cobol-claim-notes = "00"
    then
	move "Y"			to	ws-notes-avail.
*   endif
* 2026/oct/15 - end
* 2026/oct/15 - DM - no letter log yet is no letters
    open input letter-log.
    if status-cobol-letter-log = "00"
    then
	move "Y"			to	ws-letters-avail.
*   endif
* 2026/oct/15 - end

    move sel-pat-key			to	key-pat-mstr.
    read pat-mstr

    perform cd0-claim-details		thru	cd0-99-exit.

* 2026/oct/15 - DM
    if   ws-notes-avail = "Y"
     and not friendly-format
    then
	perform cg0-claim-notes		thru	cg0-99-exit.
*   endif
* 2026/oct/15 - end

cc0-99-exit.
    exit.
cd0-claim-details.

    if friendly-format
    then
* 2026/oct/15 - DM - a write-off m116 reinstated on recovery, and
*		the collection agency's commission on what it collected
	if   clmdtl-oma-cd = "WOFF"
	 and clmdtl-oma-suff = "V"
	then
	    move "BALANCE REINSTATED"	to	l2-desc
	else
	if   clmdtl-oma-cd = "WOFF"
	 and clmdtl-oma-suff = "K"
	then
	    move "COLLECTION AGENCY FEE" to	l2-desc
	else
* 2026/oct/15 - end
	if clmdtl-oma-cd = "WOFF"
	then
	    move "BALANCE FORGIVEN"	to	l2-desc
	else
* 2026/oct/15 - DM - a payment m115 moved between claims
	if   clmdtl-oma-cd = "PAID"
	 and clmdtl-desc (1:12) = "REALLOCATION"
	then
	    move "PAYMENT TRANSFERRED"	to	l2-desc
	else
* 2026/oct/15 - end
	if clmdtl-oma-cd = "PAID"
	then
	    move "PAYMENT RECEIVED - THANK YOU"
	end-if
	end-if
	end-if
* 2026/oct/15 - DM
	end-if
	end-if
	end-if
* 2026/oct/15 - end
    else
	move clmdtl-oma-cd		to	l2-code (1:4)
	move clmdtl-oma-suff		to	l2-code (5:1)

cf0-99-exit.
    exit.
* 2026/oct/15 - DM
cg0-claim-notes.

*	(the claim's f141 notes, in the order they were keyed)

    move clt-claim-key (ss-c) (2:11)	to	cn-claim-id.
    move zero				to	cn-note-seq.

    start claim-notes key is greater than or equal to cn-key
	invalid key
	    go to cg0-99-exit.

cg0-10-note-loop.

    read claim-notes next
	at end
	    go to cg0-99-exit.

    if cn-claim-id not = clt-claim-key (ss-c) (2:11)
    then
	go to cg0-99-exit.
*   endif

    move cn-note-date			to	l4-date.
    if cn-cat-dispute
    then
	move "DISPUTE"			to	l4-category
    else
	if cn-cat-resubmission
	then
	    move "RESUBMISSION"		to	l4-category
	else
	    if cn-cat-patient-contact
	    then
		move "PATIENT CONTACT"	to	l4-category
	    else
		move "DOCTOR INSTR"	to	l4-category.
*	    endif
*	endif
*   endif
    move cn-operator			to	l4-operator.
    move cn-note-line (1)		to	l4-text.
    move l4-note-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if cn-note-line (2) not = spaces
    then
	move cn-note-line (2)		to	print-line (48:60)
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    go to cg0-10-note-loop.

cg0-99-exit.
    exit.
* 2026/oct/15 - end
cb0-print-refunds.

*	(the patient's refunds off the f034 register)

cb0-99-exit.
    exit.
* 2026/oct/15 - DM
ch0-print-letters.

*	(the letters u155 sent the patient, oldest first)

    move spaces				to	ll-key.
    move "P"				to	ll-addressee-type.
    move sel-pat-key			to	ll-addressee-key.
    move sel-date-from			to	ll-sent-date.
    move zero				to	ll-sent-time
						ll-seq.

    start letter-log key is greater than or equal to ll-key
	invalid key
	    go to ch0-99-exit.

    move 2				to	nbr-lines-to-adv.

ch0-10-letter-loop.

    read letter-log next
	at end
	    go to ch0-99-exit.

    if   ll-addressee-type not = "P"
      or ll-addressee-key not = sel-pat-key
      or ll-sent-date > sel-date-to
    then
	go to ch0-99-exit.
*   endif

    move ll-sent-date			to	l5-date.
    move ll-desc			to	l5-desc.
    if friendly-format
    then
	move spaces			to	l5-claim-id
    else
	move ll-claim-id		to	l5-claim-id.
*   endif
    move l5-letter-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add 1				to	ctr-letters-printed.

    go to ch0-10-letter-loop.

ch0-99-exit.
    exit.
* 2026/oct/15 - end
az0-end-of-job.

    close claims-mstr.
    close refund-reg.
    close diag-mstr.
    close history-file.
* 2026/oct/15 - DM
    if ws-notes-avail = "Y"
    then
	close claim-notes.
*   endif
* 2026/oct/15 - end
* 2026/oct/15 - DM
    if ws-letters-avail = "Y"
    then
	close letter-log.
*   endif
* 2026/oct/15 - end

    accept sys-time			from time.
    display scr-closing-screen.
