*	 
*	     - OUTPUT	: "MTD0:0" - TAPE FILE. 
*	 
*	     - I-O	: F106 - SUBMISSION FILE REGISTER
*			: F109 - EDT BATCH REGISTER
*	     - INPUT	: F002 - CLAIMS MASTER (CLAIM KEYS)
*	     - I-O	: F163 - OUTBOUND TRANSMISSION REGISTER (VIA OUTREG)
*
* 
*    PROGRAM PURPOSE: 
*	DISK TO TAPE UTILITY FOR CREATING TAPE. 
*				  where it's converted to ebcdic and copied
*				  to tape.
*   1999/May/07		S.B.	- y2k changes to screen section.
*   2026/Oct/15		D.M.	- register the EDT file on f106 (file id
*				  "EDT" + build date, one row per claim
*				  sent today) and each MOH batch (HEB) in
*				  it on f109, so u142 can reconcile the
*				  MOH batch edit acknowledgements.
*   2026/Oct/15		D.M.	- every record written goes through
*				  outreg's content hash and the finished
*				  file is filed on the f163 outbound
*				  register as "EDT", with the amount
*				  registered on f109 as its control total,
*				  to be marked sent in m137.
*
environment division. 
input-output section. 
		file  status is output-fstat. 
*mf		infos status is output-istat. 
 
* 2026/oct/15 - DM - EDT file register
    copy "f002_claims_mstr.slr".
    copy "f106_submission_reg.slr".
    copy "f109_edt_batch_reg.slr".
* 2026/oct/15 - end
 
data division. 
file section. 
 
    05  output-rec-1        		pic x(79). 
    05  output-rec-2    		pic x(79). 
 
* 2026/oct/15 - DM
    copy "f002_claims_mstr.fd".
    copy "f106_submission_reg.fd".
    copy "f109_edt_batch_reg.fd".
* 2026/oct/15 - end
 
 
working-storage section. 
 
77  tape-file-name	pic x(18)	value "u020_tapeout_file2". 

77  ws-ack				pic x		value "N". 
* 2026/oct/15 - DM
77  status-cobol-claims-mstr		pic xx		value zero.
77  status-cobol-submission-reg		pic xx		value zero.
77  status-cobol-edt-batch-reg		pic xx		value zero.
77  eof-claims-mstr			pic x		value "N".
77  eof-submission-reg			pic x		value "N".
01  reg-file-id				pic x(12)	value spaces.
77  reg-seq				pic 9(6)	value zero.
77  reg-claim-count			pic 9(6)	value zero.
77  reg-dollar-total			pic s9(9)v99	value zero.
77  ss-batch				pic 9(4)	comp value zero.
77  ss-item				pic 9(4)	comp value zero.
77  ss-found				pic 9(4)	comp value zero.
77  nbr-batches				pic 9(4)	comp value zero.

*	(one entry per MOH batch header (HEB) in the file)
01  batch-table.
    05  bt-entry				occurs 200 times.
	10  bt-moh-batch-id			pic x(12).
	10  bt-group-nbr			pic x(4).
	10  bt-provider-nbr			pic x(6).
	10  bt-claims				pic 9(5).
	10  bt-items				pic 9(6).
	10  bt-amt				pic s9(9)v99.

01  reg-counters.
    05  ctr-claims-registered		pic 9(6)	value zero.
    05  ctr-claims-no-batch		pic 9(6)	value zero.
    05  ctr-batches-registered		pic 9(4)	value zero.
    05  ctr-batches-not-registered	pic 9(4)	value zero.

    copy "u020_edt_claim_rec.ws".

    copy "f002_claims_mstr_rec1_2.ws".

    copy "eventlog.ws".
* 2026/oct/15 - end
* 2026/oct/15 - DM - outbound transmission register
    copy "outreg.ws".
* 2026/oct/15 - end
 
01  file-status. 
    05  input-fstat			pic xx. 
*	ENDIF 
*   ENDIF 
 
* 2026/oct/15 - DM
err-claims-mstr-file  section. 
    use after standard error procedure on  claims-mstr. 
claims-mstr-proc. 
    move status-cobol-claims-mstr	to	common-f-status. 
    move spaces				to	common-i-status. 
    display "ERROR - CLAIMS MASTER". 
    display file-status-display. 
    display confirm. 
    stop "HIT NEW-LINE TO CONTINUE". 
    stop run. 
 
err-submission-reg-file  section. 
    use after standard error procedure on  submission-reg. 
submission-reg-proc. 
    move status-cobol-submission-reg	to	common-f-status. 
    move spaces				to	common-i-status. 
    display "ERROR - SUBMISSION REGISTER". 
    display file-status-display. 
    display confirm. 
    stop "HIT NEW-LINE TO CONTINUE". 
    stop run. 
 
err-edt-batch-reg-file  section. 
    use after standard error procedure on  edt-batch-reg. 
edt-batch-reg-proc. 
    move status-cobol-edt-batch-reg	to	common-f-status. 
    move spaces				to	common-i-status. 
    display "ERROR - EDT BATCH REGISTER". 
    display file-status-display. 
    display confirm. 
    stop "HIT NEW-LINE TO CONTINUE". 
    stop run. 
* 2026/oct/15 - end
 
end declaratives. 
main-line section. 
mainline. 
        move input-rec                            to output-rec-2. 
 
    write output-rec. 
* 2026/oct/15 - DM
    move "H"				to	orp-function.
    move output-rec			to	orp-record.
    move 158				to	orp-rec-len.
    call "outreg" using outbound-reg-parms
	on exception
	    continue.
* 2026/oct/15 - end
    move spaces					to output-rec. 
 
    perform da0-read-input-file                   thru da0-99-exit. 
         at end 
            move "Y"                              to eof-report-flag. 
 
* 2026/oct/15 - DM - tally the MOH batches as the records go by
    if report-not-eof
    then
	perform da5-tally-edt-record	thru da5-99-exit.
*   endif
* 2026/oct/15 - end
 
da0-99-exit. 
    exit. 
* 2026/oct/15 - DM - keep the MOH batches (HEB) in the file with
*		their claim (HEH), item (HET) and dollar counts
da5-tally-edt-record.

    move input-rec			to	edt-claim-rec.

    if edt-batch-header
    then
	perform da6-add-batch		thru da6-99-exit
	go to da5-99-exit.
*   endif

*	(nothing to tally against - ahead of the first header or
*	 past a full table)
    if ss-batch = zero
    then
	go to da5-99-exit.
*   endif

    if edt-claim-header
    then
	add 1				to	bt-claims (ss-batch)
	go to da5-99-exit.
*   endif

    if edt-item-record
    then
	perform da7-add-item		thru da7-99-exit
		varying ss-item from 1 by 1
		until   ss-item > 2.
*   endif

da5-99-exit.
    exit.
da6-add-batch.

    if nbr-batches not < 200
    then
	move zero			to	ss-batch
	add 1				to	ctr-batches-not-registered
	go to da6-99-exit.
*   endif

    add 1				to	nbr-batches.
    move nbr-batches			to	ss-batch.
    move edt-heb-batch-id		to	bt-moh-batch-id (ss-batch).
    move edt-heb-group-nbr		to	bt-group-nbr (ss-batch).
    move edt-heb-provider-nbr		to	bt-provider-nbr (ss-batch).
    move zero				to	bt-claims (ss-batch)
						bt-items (ss-batch)
						bt-amt (ss-batch).

da6-99-exit.
    exit.
da7-add-item.

*	(the second item slot is blank on a one-item record)
    if edt-het-service-cd (ss-item) = spaces
    then
	go to da7-99-exit.
*   endif

    add 1				to	bt-items (ss-batch).
    add edt-het-fee-submitted (ss-item)	to	bt-amt (ss-batch).

da7-99-exit.
    exit.
* 2026/oct/15 - end
 
az0-end-of-job. 
 
    close output-file 
           input-file. 
 
* 2026/oct/15 - DM
    perform ea0-register-edt-file	thru ea0-99-exit. 
    perform ef0-register-outbound	thru ef0-99-exit.
* 2026/oct/15 - end
 
 
az0-10-tape-full. 
 
 
az0-99-exit. 
    exit. 
* 2026/oct/15 - DM - register the file just built.  the claim rows
*		are the OHIP claims stamped submitted today (u038
*		"W", u051 "M" and u145 "I" stamps go out in their
*		own files); each is tied to the file's batch for its
*		provider, and one with no batch here was not in
*		this file and is only counted.
ea0-register-edt-file.

    open i-o submission-reg.
    open i-o edt-batch-reg.
    open input claims-mstr.

    move spaces				to	reg-file-id.
    string "EDT"			delimited by size
	   sys-date-long		delimited by size
				into	reg-file-id.
    move zero				to	reg-seq
						reg-claim-count
						reg-dollar-total
						reg-counters.

*	(a rerun the same day rebuilds the register from scratch)
    perform ea5-purge-register		thru ea5-99-exit.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move "N"				to	eof-claims-mstr.

    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr.

    perform eb0-register-claim		thru eb0-99-exit
	until eof-claims-mstr = "Y".

    perform ec0-write-batch		thru ec0-99-exit
	varying ss-batch from 1 by 1
	until   ss-batch > nbr-batches.

*	(the register's file header record)
    move spaces				to	submission-reg-rec.
    move reg-file-id			to	sbr-file-id.
    move zero				to	sbr-seq-nbr.
    move sys-date-long			to	sbr-build-date.
    move reg-claim-count		to	sbr-claim-count.
    move reg-dollar-total		to	sbr-dollar-total.
    write submission-reg-rec
	invalid key
	    rewrite submission-reg-rec.

    close submission-reg
	  edt-batch-reg
	  claims-mstr.

    if ctr-batches-not-registered > zero
    then
	display "U888 - MOH BATCHES NOT REGISTERED (TABLE FULL) "
		ctr-batches-not-registered.
*   endif

    if ctr-claims-no-batch > zero
    then
	display "U888 - CLAIMS NOT REGISTERED - NO MOH BATCH FOR PROVIDER "
		ctr-claims-no-batch.
*   endif

    move "u888"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-batches-registered		to	elp-count.
    move "EDT FILE REGISTERED"		to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

ea0-99-exit.
    exit.
ea5-purge-register.

    move "N"				to	eof-submission-reg.
    move spaces				to	submission-reg-rec.
    move reg-file-id			to	sbr-file-id.
    move zero				to	sbr-seq-nbr.

    start submission-reg key is greater than or equal to sbr-key
	invalid key
	    move "Y"			to	eof-submission-reg.

ea5-10-purge-loop.

    if eof-submission-reg = "Y"
    then
	go to ea5-99-exit.
*   endif

    read submission-reg next
	at end
	    go to ea5-99-exit.

    if sbr-file-id not = reg-file-id
    then
	go to ea5-99-exit.
*   endif

    delete submission-reg record
	invalid key
	    next sentence.

    go to ea5-10-purge-loop.

ea5-99-exit.
    exit.
eb0-register-claim.

    read claims-mstr next
	at end
	    move "Y"			to	eof-claims-mstr
	    go to eb0-99-exit.

    if key-clm-key-type not = "B"
    then
	move "Y"			to	eof-claims-mstr
	go to eb0-99-exit.
*   endif

*	(headers only)
    if   key-clm-oma-cd not = zeros
     and key-clm-oma-cd not = spaces
    then
	go to eb0-99-exit.
*   endif

    move claims-mstr-rec		to	claim-header-rec.

    if clmhdr-submit-date not = sys-date-long
    then
	go to eb0-99-exit.
*   endif

    if   clmhdr-tape-submit-ind = "W"
      or clmhdr-tape-submit-ind = "M"
      or clmhdr-tape-submit-ind = "I"
    then
	go to eb0-99-exit.
*   endif

    move zero				to	ss-found.
    perform ed0-match-provider		thru ed0-99-exit
	varying ss-batch from 1 by 1
	until   ss-batch > nbr-batches
	     or ss-found not = zero.

    if ss-found = zero
    then
	add 1				to	ctr-claims-no-batch
	go to eb0-99-exit.
*   endif

    add 1				to	reg-seq.
    move spaces				to	submission-reg-rec.
    move reg-file-id			to	sbr-file-id.
    move reg-seq			to	sbr-seq-nbr.
    move key-claims-mstr		to	sbr-claim-key.
    move bt-moh-batch-id (ss-found)	to	sbr-moh-batch-id.

    write submission-reg-rec
	invalid key
	    rewrite submission-reg-rec.

    add 1				to	ctr-claims-registered.

eb0-99-exit.
    exit.
ec0-write-batch.

    move spaces				to	edt-batch-reg-rec.
    move bt-moh-batch-id (ss-batch)	to	ebr-moh-batch-id.
    move reg-file-id			to	ebr-file-id.
    move bt-group-nbr (ss-batch)	to	ebr-group-nbr.
    move bt-provider-nbr (ss-batch)	to	ebr-provider-nbr.
    move bt-claims (ss-batch)		to	ebr-sent-claims.
    move bt-items (ss-batch)		to	ebr-sent-items.
    move bt-amt (ss-batch)		to	ebr-sent-amt.
    move space				to	ebr-ack-status.
    move zero				to	ebr-ack-import-date
						ebr-ack-process-date
						ebr-ack-accepted-claims
						ebr-ack-rejected-claims
						ebr-ack-accepted-amt
						ebr-ack-rejected-amt
						ebr-claims-reset.

    write edt-batch-reg-rec
	invalid key
	    rewrite edt-batch-reg-rec.

    add bt-claims (ss-batch)		to	reg-claim-count.
    add bt-amt (ss-batch)		to	reg-dollar-total.
    add 1				to	ctr-batches-registered.

ec0-99-exit.
    exit.
ed0-match-provider.

    if bt-provider-nbr (ss-batch) = clmhdr-doc-nbr-ohip
    then
	move ss-batch			to	ss-found.
*   endif

ed0-99-exit.
    exit.
* 2026/oct/15 - end
* 2026/oct/15 - DM - outbound transmission register
ef0-register-outbound.

    move "P"				to	orp-function.
    move "EDT"				to	orp-file-type.
    move "u888"				to	orp-pgm.
    move tape-file-name			to	orp-file-name.
    move reg-dollar-total		to	orp-dollar-total.
    move space				to	orp-result
						orp-dup-xmit.
    call "outreg" using outbound-reg-parms
	on exception
	    continue.

    if orp-result not = "Y"
    then
	display "U888 - FILE NOT FILED ON THE OUTBOUND REGISTER".
*   endif

    if orp-dup-xmit = "Y"
    then
	display "U888 - SAME CONTENT AS A FILE ALREADY SENT - DO NOT SEND".
*   endif

ef0-99-exit.
    exit.
* 2026/oct/15 - end
za0-common-error. 
 
    move err-msg (err-ind)		to	err-msg-comment. 
