identification division.
program-id. m135.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f161 - third-party request register
*			: f160 - third-party form fee table
*			: f001 - batch control file
*			: f002 - claims master
*			: f010 - patient master
*			: f020 - doctor master
*			: f040 - oma fee master
*			: f072 - client master
*			: f090 - constants master
*			: f098 - user security master
*
*   program purpose : third-party request register.  every report,
*			form or chart copy a lawyer, insurer or
*			employer asks for is keyed here when the
*			letter comes in - the requester (an f072
*			client, or a one-time payor named and
*			addressed on the request), their reference,
*			the patient, the doctor, the request type,
*			the date received and the date due (the
*			type's usual turnaround unless another is
*			agreed), and the fee (the type's table fee
*			unless another is agreed).  A adds, C
*			changes an open request, K marks one
*			completed, X cancels one, I inquires.
*			completing a request bills it: the direct-
*			bill claim - agent 4, header and one service
*			line under the type's fee code at the fee,
*			hst on top when the code is taxable - goes
*			to the claims master (journalled through
*			clmjrnl) under the doctor's third-party
*			batch, clinic + "R" + doctor + the week/day/
*			seq keyed at sign-on, and the claim id is
*			filed on the request.  a request whose claim
*			cannot be written stays completed and
*			unbilled - r160 lists it every week - and
*			B bills it once the cause is fixed.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f161_third_party_req.slr".
*
    copy "f160_form_fee_tbl.slr".
*
    copy "f001_batch_control_file.slr".
*
    copy "f002_claims_mstr.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f020_doctor_mstr.slr".
*
    copy "f040_oma_fee_mstr.slr".
*
    copy "f072_client_mstr.slr".
*
    copy "f090_constants_mstr.slr".
*
    copy "f098_user_security.slr".
*
data division.
file section.
*
    copy "f161_third_party_req.fd".
*
    copy "f160_form_fee_tbl.fd".
*
    copy "f001_batch_control_file.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "f020_doctor_mstr.fd".
*
    copy "f040_oma_fee_mstr.fd".
*
    copy "f072_client_mstr.fd".
*
    copy "f090_constants_mstr.fd".
    copy "f090_const_mstr_rec_7.ws".
*
    copy "f098_user_security.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-third-party-req	pic xx	value zero.
77  status-cobol-form-fee-tbl		pic xx	value zero.
77  status-cobol-batctrl-file		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-oma-mstr		pic xx	value zero.
77  status-cobol-client-mstr		pic xx	value zero.
77  status-cobol-iconst-mstr		pic xx	value zero.
77  status-cobol-user-security		pic xx	value zero.

77  ws-confirm				pic x	value spaces.
77  ws-bill-reply			pic x	value spaces.
77  entry-ok				pic x	value "N".
77  ws-end-of-session			pic x	value "N".
77  ws-batch-new			pic x	value "N".
77  eof-third-party-req			pic x	value "N".
77  ws-function				pic x	value spaces.
    88  add-code				value "A".
    88  change-code				value "C".
    88  complete-code				value "K".
    88  bill-code				value "B".
    88  cancel-code				value "X".
    88  inquire-code				value "I".
    88  end-maintenance				value "*".

77  sel-clinic-nbr			pic 99		value zero.
77  ws-user-id				pic x(8)	value spaces.
77  ws-entered-password			pic x(8)	value spaces.
77  ws-batch-wds			pic 999		value zero.

77  ws-hst-rate				pic 9v9(4)	value zero.
77  ws-req-nbr				pic 9(6)	value zero.
77  ws-claim-nbr			pic 99		value zero.
77  ws-clinic-name			pic x(20)	value spaces.
77  ws-clinic-period-end		pic 9(8)	value zero.
77  ws-leap-quot			pic 9(4)	value zero.
77  ws-leap-rem				pic 9(4)	value zero.
77  ws-month-days			pic 99		value zero.

*   descriptions shown beside the keyed codes

01  ws-display-names.
    05  ws-client-desc			pic x(30)	value spaces.
    05  ws-pat-name			pic x(31)	value spaces.
    05  ws-doc-name			pic x(25)	value spaces.
    05  ws-type-desc			pic x(30)	value spaces.
    05  ws-status-desc			pic x(20)	value spaces.

*   pricing of the claim at billing

01  ws-claim-figures.
    05  ws-claim-loc			pic x(4)	value spaces.
    05  ws-claim-oma-cd			pic x(4)	value spaces.
    05  ws-claim-oma-desc		pic x(24)	value spaces.
    05  ws-claim-fee-ohip		pic s9(7)v99	value zero.
    05  ws-claim-hst-amt		pic s9(5)v99	value zero.
    05  ws-claim-total-amt		pic s9(7)v99	value zero.

01  ws-req-save				pic x(300)	value spaces.

01  ws-claim-id.
    05  ws-claim-batch-nbr.
	10  ws-claim-clinic-nbr-1-2	pic 99.
	10  ws-claim-batch-type		pic x.
	10  ws-claim-doc-nbr		pic x(3).
	10  ws-claim-wds		pic 999.
    05  ws-claim-claim-nbr		pic 99.

01  ws-claim-reference.
    05  filler				pic x(3)	value "TPR".
    05  ws-ref-clinic-nbr		pic 99.
    05  ws-ref-req-nbr			pic 9(6).
    05  filler				pic x		value space.

01  ws-work-date.
    05  ws-work-yy			pic 9(4).
    05  ws-work-mm			pic 99.
    05  ws-work-dd			pic 99.
01  ws-work-date-r redefines ws-work-date	pic 9(8).

01  month-days-table.
    05  filler				pic x(24)	value
		"312831303130313130313031".
01  month-days-r redefines month-days-table.
    05  month-days			pic 99	occurs 12 times.

01  status-names.
    05  filler				pic x(20)	value "OPEN".
    05  filler				pic x(20)	value
		"COMPLETED - UNBILLED".
    05  filler				pic x(20)	value "BILLED".
    05  filler				pic x(20)	value "CANCELLED".
01  status-names-r redefines status-names.
    05  status-name			pic x(20)	occurs 4 times.

01  counters.
    05  ctr-req-adds			pic 9(5)	value zero.
    05  ctr-req-changes			pic 9(5)	value zero.
    05  ctr-req-completed		pic 9(5)	value zero.
    05  ctr-req-billed			pic 9(5)	value zero.
    05  ctr-req-cancelled		pic 9(5)	value zero.

01  error-message-table.
    05  error-messages.
	10  filler			pic x(60)	value
		"INVALID CLINIC NUMBER".
	10  filler			pic x(60)	value
		"USER ID OR PASSWORD NOT VALID".
	10  filler			pic x(60)	value
		"FUNCTION MUST BE A, C, K, B, X, I OR *".
	10  filler			pic x(60)	value
		"REQUEST NOT ON FILE FOR THIS CLINIC".
	10  filler			pic x(60)	value
		"REQUESTER TYPE MUST BE C (CLIENT) OR O (ONE-TIME PAYOR)".
	10  filler			pic x(60)	value
		"CLIENT NOT ON THE CLIENT MASTER".
	10  filler			pic x(60)	value
		"ONE-TIME PAYOR NAME IS REQUIRED".
	10  filler			pic x(60)	value
		"PATIENT NOT ON THE PATIENT MASTER".
	10  filler			pic x(60)	value
		"DOCTOR NOT ON THE DOCTOR MASTER".
	10  filler			pic x(60)	value
		"REQUEST TYPE NOT ON THE FORM FEE TABLE".
	10  filler			pic x(60)	value
		"REQUEST TYPE IS NOT ACTIVE".
	10  filler			pic x(60)	value
		"DATE IS NOT VALID".
	10  filler			pic x(60)	value
		"DATE DUE MAY NOT BE BEFORE THE DATE RECEIVED".
	10  filler			pic x(60)	value
		"FEE MUST BE GREATER THAN ZERO".
	10  filler			pic x(60)	value
		"ONLY AN OPEN REQUEST MAY BE CHANGED, COMPLETED OR CANCELLED".
	10  filler			pic x(60)	value
		"ONLY A COMPLETED, UNBILLED REQUEST MAY BE BILLED".
	10  filler			pic x(60)	value
		"CLAIM BATCH WEEK/DAY/SEQ IS REQUIRED TO BILL".
	10  filler			pic x(60)	value
		"BATCH ON FILE IS NOT A THIRD-PARTY BATCH - USE A NEW SEQ".
	10  filler			pic x(60)	value
		"CLAIM BATCH IS FULL - SIGN ON AGAIN WITH A NEW SEQ".
	10  filler			pic x(60)	value
		"FEE CODE FOR THE TYPE NOT ON THE FEE MASTER - NOT BILLED".
	10  filler			pic x(60)	value
		"CLAIM ALREADY ON THE CLAIMS MASTER - NOT BILLED".
	10  filler			pic x(60)	value
		"DATE COMPLETED MAY NOT BE BEFORE THE DATE RECEIVED".
    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 22 times.
01  err-msg-comment			pic x(60).

    copy "f002_claims_mstr_rec1_2.ws".

    copy "clmjrnl.ws".

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m135".
    05  line 01 col 15 value "Third-Party Request Register".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-clinic-entry.
    05  line 03 col 01 value "CLINIC".
    05  scr-clinic-nbr line 03 col 30 pic zz using sel-clinic-nbr auto required.
    05  line 03 col 40 pic x(20) from ws-clinic-name.

01  scr-operator.
    05  line 04 col 01 value "OPERATOR (BLANK=END)".
    05  scr-user-id line 04 col 30 pic x(8) using ws-user-id auto.
    05  line 04 col 41 value "PASSWORD".
    05  scr-password line 04 col 50 pic x(8) using ws-entered-password secure auto.

01  scr-batch.
    05  line 05 col 01 value "CLAIM BATCH WEEK/DAY/SEQ".
    05  scr-batch-wds line 05 col 30 pic 999 using ws-batch-wds auto.

01  scr-function.
    05  line 07 col 01 value
	"FUNCTION (A=ADD C=CHANGE K=COMPLETE B=BILL X=CANCEL I=INQUIRE *=END)".
    05  scr-function-fld line 07 col 72 pic x using ws-function auto.

01  scr-req-nbr.
    05  line 08 col 01 value "REQUEST NUMBER".
    05  scr-req-nbr-fld line 08 col 30 pic z(5)9 using ws-req-nbr auto.
    05  line 08 col 48 pic x(20) from ws-status-desc.

01  scr-req-dtl.
    05  line 09 col 01 value "REQUESTER (C=CLIENT O=ONE-TIME)".
    05  scr-requester-type line 09 col 33 pic x using tpr-requester-type auto.
    05  line 09 col 36 value "CLIENT".
    05  scr-client-id line 09 col 43 pic x(5) using tpr-client-id auto.
    05  line 09 col 50 pic x(30) from ws-client-desc.
    05  line 10 col 01 value "PAYOR NAME".
    05  scr-payor-name line 10 col 30 pic x(30) using tpr-payor-name auto.
    05  line 11 col 01 value "PAYOR ADDRESS".
    05  scr-payor-addr1 line 11 col 30 pic x(30) using tpr-payor-addr1 auto.
    05  scr-payor-addr2 line 12 col 30 pic x(30) using tpr-payor-addr2 auto.
    05  line 13 col 01 value "CITY/PROV  POSTAL CODE".
    05  scr-payor-city line 13 col 30 pic x(30) using tpr-payor-city-prov auto.
    05  scr-payor-postal line 13 col 62 pic x(6) using tpr-payor-postal-cd auto.
    05  line 14 col 01 value "THEIR REFERENCE".
    05  scr-their-ref line 14 col 30 pic x(20) using tpr-their-ref auto.
    05  line 15 col 01 value "PATIENT KEY".
    05  scr-pat-key line 15 col 30 pic x(16) using tpr-pat-key auto.
    05  line 15 col 48 pic x(31) from ws-pat-name.
    05  line 16 col 01 value "DOCTOR".
    05  scr-doc-nbr line 16 col 30 pic x(3) using tpr-doc-nbr auto.
    05  line 16 col 48 pic x(25) from ws-doc-name.
    05  line 17 col 01 value "REQUEST TYPE".
    05  scr-req-type line 17 col 30 pic x(4) using tpr-req-type auto.
    05  line 17 col 48 pic x(30) from ws-type-desc.
    05  line 18 col 01 value "DATE RECEIVED".
    05  scr-date-received line 18 col 30 pic 9(8) using tpr-date-received auto.
    05  line 18 col 48 value "DATE DUE".
    05  scr-date-due line 18 col 60 pic 9(8) using tpr-date-due auto.
    05  line 19 col 01 value "FEE".
    05  scr-fee line 19 col 30 pic zz,zz9.99 using tpr-fee auto.
    05  line 19 col 48 value "COMPLETED".
    05  scr-date-completed line 19 col 60 pic 9(8) using tpr-date-completed auto.
    05  line 20 col 01 value "CLAIM".
    05  line 20 col 30 pic x(11) from tpr-claim-id.
    05  line 20 col 48 value "BILLED".
    05  line 20 col 60 pic 9(8) from tpr-date-billed.

01  scr-confirm.
    05  line 21 col 01 value "ACCEPT (Y/N)".
    05  scr-confirm-fld line 21 col 15 pic x using ws-confirm auto required.

01  scr-bill-now.
    05  line 21 col 20 value "BILL NOW (Y/N)".
    05  scr-bill-fld line 21 col 36 pic x using ws-bill-reply auto required.

01  err-msg-line.
    05  line 24 col 01	value " error -  "	bell blink.
    05  line 24 col 11	pic x(60)	using err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-work-area.
    05  line 08 col 01 blank screen.

01  blank-line-24.
    05  line 24 col 01 blank line.

01  scr-closing-screen.
    05  blank screen.
    05  line 11 col 20  value "requests added".
    05  line 11 col 60  pic z(4)9 using ctr-req-adds.
    05  line 12 col 20  value "requests changed".
    05  line 12 col 60  pic z(4)9 using ctr-req-changes.
    05  line 13 col 20  value "requests completed".
    05  line 13 col 60  pic z(4)9 using ctr-req-completed.
    05  line 14 col 20  value "requests billed".
    05  line 14 col 60  pic z(4)9 using ctr-req-billed.
    05  line 15 col 20  value "requests cancelled".
    05  line 15 col 60  pic z(4)9 using ctr-req-cancelled.
    05  line 21 col 20	value "program m135 ending".
procedure division.
declaratives.

err-req-file section.
    use after standard error procedure on third-party-req.
err-third-party-req.
    move status-cobol-third-party-req	to common-status-file.
    display "error in accessing third-party request register - status "
	    common-status-file.
    stop "error in accessing third-party request register".

err-form-fee-file section.
    use after standard error procedure on form-fee-tbl.
err-form-fee-tbl.
    move status-cobol-form-fee-tbl	to common-status-file.
    display "error in accessing form fee table - status "
	    common-status-file.
    stop "error in accessing form fee table".

err-batctrl-file section.
    use after standard error procedure on batch-ctrl-file.
err-batctrl.
    move status-cobol-batctrl-file	to common-status-file.
    display "error in accessing batch control file - status "
	    common-status-file.
    stop "error in accessing batch control file".

err-claims-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display "error in accessing claims master - status "
	    common-status-file.
    stop "error in accessing claims master".

err-pat-file section.
    use after standard error procedure on pat-mstr.
err-pat-mstr.
    move status-cobol-pat-mstr		to common-status-file.
    display "error in accessing patient master - status "
	    common-status-file.
    stop "error in accessing patient master".

err-doc-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display "error in accessing doctor master - status "
	    common-status-file.
    stop "error in accessing doctor master".

err-fee-file section.
    use after standard error procedure on oma-fee-mstr.
err-oma-fee-mstr.
    move status-cobol-oma-mstr		to common-status-file.
    display "error in accessing oma fee master - status "
	    common-status-file.
    stop "error in accessing oma fee master".

err-client-file section.
    use after standard error procedure on client-mstr.
err-client-mstr.
    move status-cobol-client-mstr	to common-status-file.
    display "error in accessing client master - status "
	    common-status-file.
    stop "error in accessing client master".

err-user-file section.
    use after standard error procedure on user-security.
err-user-security.
    move status-cobol-user-security	to common-status-file.
    display "error in accessing user security master - status "
	    common-status-file.
    stop "error in accessing user security master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until ws-end-of-session = "Y".
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    open i-o third-party-req
	     batch-ctrl-file
	     claims-mstr.
    open input form-fee-tbl
	       pat-mstr
	       doc-mstr
	       oma-fee-mstr
	       client-mstr
	       iconst-mstr
	       user-security.

*	(hst rate off the billing constants record, as d004 does)
    move 7				to const-rec-7-rec-nbr.
    read iconst-mstr
	invalid key
	    move 0			to ws-hst-rate.
    if const-rec-7-rec-nbr = 7
    then
	move const-hst-rate		to ws-hst-rate.
*   endif

    display scr-title.

aa0-10-clinic.

    display scr-clinic-entry.
    accept scr-clinic-nbr.

    move sel-clinic-nbr			to	iconst-clinic-nbr-1-2.

    read iconst-mstr
	invalid key
	    move 1			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to aa0-10-clinic.

    move iconst-clinic-name		to	ws-clinic-name.
    move iconst-date-period-end		to	ws-clinic-period-end.

    display scr-clinic-entry.

aa0-20-operator.

*	(the operator signs on - every request carries the user id)
    move spaces				to	ws-user-id
						ws-entered-password.
    display scr-operator.
    accept scr-user-id.

    if ws-user-id = spaces
    then
	move "Y"			to	ws-end-of-session
	go to aa0-99-exit.
*   endif

    accept scr-password.

    move ws-user-id			to	sec-user-id.

    read user-security
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to aa0-20-operator.

    if   not sec-user-active
      or sec-password not = ws-entered-password
    then
	move 2				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to aa0-20-operator.
*   endif

*	(the week/day/seq the session's third-party claims are
*	 batched under - blank when nothing is to be billed)
    display scr-batch.
    accept scr-batch-wds.

aa0-99-exit.
    exit.
ab0-processing.

    display blank-work-area.
    move spaces				to	ws-function.
    display scr-function.
    accept scr-function-fld.

    if   ws-function = spaces
      or end-maintenance
    then
	move "Y"			to	ws-end-of-session
	go to ab0-99-exit.
*   endif

    if   not add-code
     and not change-code
     and not complete-code
     and not bill-code
     and not cancel-code
     and not inquire-code
    then
	move 3				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    if add-code
    then
	perform ba0-add-request		thru	ba0-99-exit
	go to ab0-99-exit.
*   endif

    move zero				to	ws-req-nbr.
    move spaces				to	ws-status-desc.
    display scr-req-nbr.
    accept scr-req-nbr-fld.

    move sel-clinic-nbr			to	tpr-clinic-nbr.
    move ws-req-nbr			to	tpr-req-nbr.
    read third-party-req
	invalid key
	    move 4			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ab0-99-exit.

    perform xa0-show-request		thru	xa0-99-exit.

    if change-code
    then
	perform bb0-change-request	thru	bb0-99-exit
    else
	if complete-code
	then
	    perform bc0-complete-request
					thru	bc0-99-exit
	else
	    if bill-code
	    then
		perform bd0-bill-request
					thru	bd0-99-exit
	    else
		if cancel-code
		then
		    perform be0-cancel-request
					thru	be0-99-exit
		else
		    display confirm
		    stop " ".
*		endif
*	    endif
*	endif
*   endif

ab0-99-exit.
    exit.
ba0-add-request.

    move spaces				to	third-party-req-rec
						ws-display-names.
    move sel-clinic-nbr			to	tpr-clinic-nbr.
    move zero				to	tpr-req-nbr
						tpr-date-due
						tpr-date-received
						tpr-fee
						tpr-date-completed
						tpr-date-billed
						ws-req-nbr.
    move "C"				to	tpr-requester-type.
    move sys-date-long-r		to	tpr-date-received.
    move "NEW"				to	ws-status-desc.
    display scr-req-nbr.

    perform ca0-accept-request		thru	ca0-99-exit.

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to ba0-99-exit.
*   endif

    move "O"				to	tpr-status.
    move ws-user-id			to	tpr-user-id.
    move sys-date-long-r		to	tpr-last-maint-date.

    perform cf0-next-req-nbr		thru	cf0-99-exit.

    add 1				to	ctr-req-adds.

    move tpr-req-nbr			to	ws-req-nbr.
    move status-name (1)		to	ws-status-desc.
    display scr-req-nbr.
    display "REQUEST " sel-clinic-nbr "-" ws-req-nbr " FILED".
    display confirm.
    stop " ".

ba0-99-exit.
    exit.
bb0-change-request.

    if not tpr-open
    then
	move 15				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-99-exit.
*   endif

    perform ca0-accept-request		thru	ca0-99-exit.

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to bb0-99-exit.
*   endif

    move ws-user-id			to	tpr-user-id.
    move sys-date-long-r		to	tpr-last-maint-date.

    rewrite third-party-req-rec
	invalid key
	    move 4			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-req-changes.

bb0-99-exit.
    exit.
bc0-complete-request.

    if not tpr-open
    then
	move 15				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bc0-99-exit.
*   endif

    move sys-date-long-r		to	tpr-date-completed.

bc0-10-date.

    display scr-req-dtl.
    accept scr-date-completed.

    move tpr-date-completed		to	ws-work-date-r.
    perform xc0-check-date		thru	xc0-99-exit.
    if err-ind not = zero
    then
	perform za0-common-error	thru	za0-99-exit
	go to bc0-10-date.
*   endif

    if tpr-date-completed < tpr-date-received
    then
	move 22				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bc0-10-date.
*   endif

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to bc0-99-exit.
*   endif

    move "C"				to	tpr-status.
    move ws-user-id			to	tpr-user-id.
    move sys-date-long-r		to	tpr-last-maint-date.

    rewrite third-party-req-rec
	invalid key
	    move 4			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-req-completed.

*	(the work is done - the bill goes out now unless the clerk
*	 holds it back)
    move "Y"				to	ws-bill-reply.
    display scr-bill-now.
    accept scr-bill-fld.

    if   ws-bill-reply = "Y"
      or ws-bill-reply = "y"
    then
	perform da0-bill-request	thru	da0-99-exit.
*   endif

    perform xa0-show-request		thru	xa0-99-exit.
    display confirm.
    stop " ".

bc0-99-exit.
    exit.
bd0-bill-request.

    if not tpr-completed
    then
	move 16				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bd0-99-exit.
*   endif

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to bd0-99-exit.
*   endif

    perform da0-bill-request		thru	da0-99-exit.

    perform xa0-show-request		thru	xa0-99-exit.
    display confirm.
    stop " ".

bd0-99-exit.
    exit.
be0-cancel-request.

    if not tpr-open
    then
	move 15				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to be0-99-exit.
*   endif

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to be0-99-exit.
*   endif

    move "X"				to	tpr-status.
    move ws-user-id			to	tpr-user-id.
    move sys-date-long-r		to	tpr-last-maint-date.

    rewrite third-party-req-rec
	invalid key
	    move 4			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to be0-99-exit.

    add 1				to	ctr-req-cancelled.

be0-99-exit.
    exit.
ca0-accept-request.

    display scr-req-dtl.

ca0-10-requester.

    accept scr-requester-type.
    if tpr-requester-type = "c"
    then
	move "C"			to	tpr-requester-type.
*   endif
    if tpr-requester-type = "o"
    then
	move "O"			to	tpr-requester-type.
*   endif

    if   not tpr-requester-client
     and not tpr-requester-one-time
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-requester.
*   endif

    if tpr-requester-one-time
    then
	go to ca0-30-payor.
*   endif

ca0-20-client.

*	(a client requester is billed and addressed off f072)
    accept scr-client-id.

    move tpr-client-id			to	client-id of client-mstr-rec.
    read client-mstr
	invalid key
	    move spaces			to	ws-client-desc
	    display scr-req-dtl
	    move 6			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ca0-20-client.

    move client-desc			to	ws-client-desc.
    move spaces				to	tpr-payor-name
						tpr-payor-addr1
						tpr-payor-addr2
						tpr-payor-city-prov
						tpr-payor-postal-cd.
    display scr-req-dtl.
    go to ca0-40-ref.

ca0-30-payor.

    move spaces				to	tpr-client-id
						ws-client-desc.
    display scr-req-dtl.
    accept scr-payor-name.
    if tpr-payor-name = spaces
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-30-payor.
*   endif

    accept scr-payor-addr1.
    accept scr-payor-addr2.
    accept scr-payor-city.
    accept scr-payor-postal.

ca0-40-ref.

    accept scr-their-ref.

ca0-50-patient.

    accept scr-pat-key.

    move tpr-pat-key			to	key-pat-mstr.
    read pat-mstr
	invalid key
	    move spaces			to	ws-pat-name
	    display scr-req-dtl
	    move 8			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ca0-50-patient.

    perform xb0-pat-name		thru	xb0-99-exit.
    display scr-req-dtl.

ca0-60-doctor.

    accept scr-doc-nbr.

    move tpr-doc-nbr			to	doc-nbr.
    read doc-mstr
	invalid key
	    move spaces			to	ws-doc-name
	    display scr-req-dtl
	    move 9			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ca0-60-doctor.

    move doc-name			to	ws-doc-name.
    display scr-req-dtl.

ca0-70-type.

    accept scr-req-type.

    move tpr-req-type			to	ffe-req-type.
    read form-fee-tbl
	invalid key
	    move spaces			to	ws-type-desc
	    display scr-req-dtl
	    move 10			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ca0-70-type.

    if not ffe-is-active
    then
	move 11				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-70-type.
*   endif

    move ffe-desc			to	ws-type-desc.

*	(a new request, or one whose type was changed, takes the
*	 table fee until another is agreed)
    if tpr-fee = zero
    then
	move ffe-fee			to	tpr-fee.
*   endif
    display scr-req-dtl.

ca0-80-received.

    accept scr-date-received.

    move tpr-date-received		to	ws-work-date-r.
    perform xc0-check-date		thru	xc0-99-exit.
    if err-ind not = zero
    then
	perform za0-common-error	thru	za0-99-exit
	go to ca0-80-received.
*   endif

*	(due the type's usual turnaround after receipt unless the
*	 requester's letter gives another date)
    if tpr-date-due = zero
    then
	move tpr-date-received		to	ws-work-date-r
	perform xd0-add-one-day		thru	xd0-99-exit
		ffe-days-to-due times
	move ws-work-date-r		to	tpr-date-due
	display scr-req-dtl.
*   endif

ca0-90-due.

    accept scr-date-due.

    move tpr-date-due			to	ws-work-date-r.
    perform xc0-check-date		thru	xc0-99-exit.
    if err-ind not = zero
    then
	perform za0-common-error	thru	za0-99-exit
	go to ca0-90-due.
*   endif

    if tpr-date-due < tpr-date-received
    then
	move 13				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-90-due.
*   endif

ca0-95-fee.

    accept scr-fee.
    if tpr-fee not > zero
    then
	move 14				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-95-fee.
*   endif

    move 0				to	err-ind.

ca0-99-exit.
    exit.
cf0-next-req-nbr.

*	(next request number for the clinic - the record is written
*	 with it at once so two clerks cannot take the same number)
    move third-party-req-rec		to	ws-req-save.
    move zero				to	ws-req-nbr.
    move "N"				to	eof-third-party-req.
    move sel-clinic-nbr			to	tpr-clinic-nbr.
    move zero				to	tpr-req-nbr.

    start third-party-req key is greater than or equal to tpr-key
	invalid key
	    move "Y"			to	eof-third-party-req.

cf0-10-scan.

    if eof-third-party-req = "Y"
    then
	go to cf0-20-write.
*   endif

    read third-party-req next
	at end
	    go to cf0-20-write.

    if tpr-clinic-nbr not = sel-clinic-nbr
    then
	go to cf0-20-write.
*   endif

    move tpr-req-nbr			to	ws-req-nbr.
    go to cf0-10-scan.

cf0-20-write.

*	(the scan read over the keyed request - it is put back and
*	 given the new number)
    add 1				to	ws-req-nbr.
    move ws-req-save			to	third-party-req-rec.
    move sel-clinic-nbr			to	tpr-clinic-nbr.
    move ws-req-nbr			to	tpr-req-nbr.

    write third-party-req-rec
	invalid key
	    go to cf0-20-write.

cf0-99-exit.
    exit.
da0-bill-request.

*	(the claim for a completed request - agent 4 direct bill,
*	 header off the f010 patient, one service line under the
*	 type's fee code at the request's fee, hst on top when the
*	 code is taxable)
    move "N"				to	entry-ok.

    if ws-batch-wds = zero
    then
	display scr-batch
	accept scr-batch-wds.
*   endif

    if ws-batch-wds = zero
    then
	move 17				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-99-exit.
*   endif

    move tpr-req-type			to	ffe-req-type.
    read form-fee-tbl
	invalid key
	    move 10			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to da0-99-exit.

    move ffe-oma-cd			to	fee-oma-cd
						ws-claim-oma-cd.
    read oma-fee-mstr
	invalid key
	    move 20			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to da0-99-exit.

    move fee-desc			to	ws-claim-oma-desc.
    move fee-curr-h-fee-1		to	ws-claim-fee-ohip.
    move zero				to	ws-claim-hst-amt.
    if   ws-hst-rate not = zero
     and fee-hst-taxable-ind = "Y"
    then
	compute ws-claim-hst-amt rounded = tpr-fee * ws-hst-rate.
*   endif
    add tpr-fee, ws-claim-hst-amt	giving	ws-claim-total-amt.

    move tpr-pat-key			to	key-pat-mstr.
    read pat-mstr
	invalid key
	    move 8			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to da0-99-exit.

*	(the claim goes out from the doctor's first billing location)
    move tpr-doc-nbr			to	doc-nbr.
    read doc-mstr
	invalid key
	    move 9			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to da0-99-exit.
    move doc-loc (1)			to	ws-claim-loc.

    perform db0-check-batch		thru	db0-99-exit.
    if entry-ok not = "Y"
    then
	go to da0-99-exit.
*   endif

    perform dc0-write-claim		thru	dc0-99-exit.
    if entry-ok not = "Y"
    then
	go to da0-99-exit.
*   endif

    perform dd0-update-batch		thru	dd0-99-exit.

    move "B"				to	tpr-status.
    move ws-claim-id			to	tpr-claim-id.
    move sys-date-long-r		to	tpr-date-billed
						tpr-last-maint-date.
    move ws-user-id			to	tpr-user-id.

    rewrite third-party-req-rec
	invalid key
	    move 4			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to da0-99-exit.

    add 1				to	ctr-req-billed.

da0-99-exit.
    exit.
db0-check-batch.

*	(the doctor's third-party batch - clinic, "R", doctor and
*	 the session's week/day/seq.  not on file yet means this is
*	 its first claim; on file it must be an agent 4 claim batch
*	 still being keyed, and not full)
    move "N"				to	entry-ok.

    move sel-clinic-nbr			to	ws-claim-clinic-nbr-1-2.
    move "R"				to	ws-claim-batch-type.
    move tpr-doc-nbr			to	ws-claim-doc-nbr.
    move ws-batch-wds			to	ws-claim-wds.

    move ws-claim-batch-nbr		to	batctrl-batch-nbr.

    read batch-ctrl-file
	invalid key
	    move "Y"			to	ws-batch-new
	    move 1			to	ws-claim-claim-nbr
	    move "Y"			to	entry-ok
	    go to db0-99-exit.

    move "N"				to	ws-batch-new.

    if   batctrl-batch-type         not = "C"
      or batctrl-batch-status       not = "1"
      or batctrl-agent-cd           not = 4
    then
	move 18				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to db0-99-exit.
*   endif

    if batctrl-last-claim-nbr > 98
    then
	move 19				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to db0-99-exit.
*   endif

    add 1, batctrl-last-claim-nbr	giving	ws-claim-claim-nbr.
    move "Y"				to	entry-ok.

db0-99-exit.
    exit.
dc0-write-claim.

    move "N"				to	entry-ok.

    move spaces				to	claim-header-rec.
    move "B"				to	clmhdr-b-key-type.
    move ws-claim-batch-nbr		to	clmhdr-batch-nbr.
    move ws-claim-claim-nbr		to	clmhdr-claim-nbr.
    move zeros				to	clmhdr-zeroed-oma-suff-adj.

    move "P"				to	clmhdr-p-key-type.
    move tpr-pat-key			to	clmhdr-pat-id (1:16).

    move pat-ohip-health-no		to	clmhdr-pat-ohip-nbr.
    move pat-acronym			to	clmhdr-pat-acronym.
    move pat-surname			to	clmhdr-pat-surname.
    move pat-given-name			to	clmhdr-pat-given-name.
    move pat-birth-date			to	clmhdr-birth-date.
    move pat-sex			to	clmhdr-sex.
    move pat-relationship		to	clmhdr-relationship.
    move pat-health-nbr			to	clmhdr-health-care-nbr.
    move pat-version-cd			to	clmhdr-health-care-ver.
    move pat-prov			to	clmhdr-health-care-prov.
    move 4				to	clmhdr-agent-cd.
    move tpr-doc-nbr			to	clmhdr-doc-nbr (2:3).
    move ws-claim-loc			to	clmhdr-loc.
    move "C"				to	clmhdr-batch-type.
    move tpr-date-completed		to	clmhdr-serv-date.
    move ws-clinic-period-end		to	clmhdr-date-period-end.
    move zeros				to	clmhdr-submit-date
						clmhdr-status-ohip.
    move ws-claim-total-amt		to	clmhdr-tot-claim-ar-oma.
    move ws-claim-fee-ohip		to	clmhdr-tot-claim-ar-ohip.
    move ws-claim-hst-amt		to	clmhdr-hst-amt.
    move zero				to	clmhdr-manual-and-tape-paymnts
						clmhdr-curr-payment
						clmhdr-amt-tech-billed
						clmhdr-amt-tech-paid.
    move "R"				to	clmhdr-claim-source-cd.
*	(the request the claim bills, for the statement and for
*	 anyone tracing the claim back)
    move tpr-clinic-nbr			to	ws-ref-clinic-nbr.
    move tpr-req-nbr			to	ws-ref-req-nbr.
    move ws-claim-reference		to	clmhdr-reference.
    move sys-date-long			to	clmhdr-date-sys.

    move claim-header-rec		to	claims-mstr-rec.
    write claims-mstr-rec
	invalid key
	    move 21			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to dc0-99-exit.

    move "m135"				to	cjp-pgm.
    move "W"				to	cjp-action.
    move spaces				to	cjp-before-image.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

*	(the service line)
    perform xf0-clear-detail		thru	xf0-99-exit.
    move "B"				to	k-clmdtl-b-key-type
						clmdtl-b-key-type.
    move clmhdr-claim-id		to	clmdtl-b-data (1:11)
						k-clmdtl-b-data (1:11).
    move ws-claim-oma-cd		to	clmdtl-oma-cd
						clmdtl-b-oma-cd
						k-clmdtl-b-oma-cd.
    move space				to	clmdtl-oma-suff
						clmdtl-b-oma-suff
						k-clmdtl-b-oma-suff.
    move zero				to	clmdtl-adj-nbr
						clmdtl-b-adj-nbr
						k-clmdtl-b-adj-nbr.
    move "Z"				to	clmdtl-p-key-type
					     of claim-detail-rec.
    move tpr-pat-key			to	clmdtl-p-data
					     of claim-detail-rec (1:16).
    move 4				to	clmdtl-agent-cd.
    move 1				to	clmdtl-line-no.
    move tpr-date-completed		to	clmdtl-sv-date.
    move 1				to	clmdtl-nbr-serv.
    move tpr-fee			to	clmdtl-fee-oma.
    move ws-claim-fee-ohip		to	clmdtl-fee-ohip.
    move ws-clinic-period-end		to	clmdtl-date-period-end.
    move ws-claim-batch-nbr		to	clmdtl-batch-nbr.
    move ws-claim-claim-nbr		to	clmdtl-claim-nbr.
    move ws-claim-oma-desc		to	clmdtl-desc.

    move claim-detail-rec		to	claims-mstr-rec.
    write claims-mstr-rec
	invalid key
	    next sentence.

    move "m135"				to	cjp-pgm.
    move "W"				to	cjp-action.
    move spaces				to	cjp-before-image.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

    move "Y"				to	entry-ok.

dc0-99-exit.
    exit.
dd0-update-batch.

*	(the f001 control - counts and totals as a keyed claim
*	 leaves them, so r002a balances the batch)
    if ws-batch-new = "Y"
    then
	move spaces			to	batctrl-rec
	move ws-claim-batch-nbr		to	batctrl-batch-nbr
	move ws-clinic-period-end	to	batctrl-date-period-end
	move "1"			to	batctrl-batch-status
	move "C"			to	batctrl-batch-type
	move 4				to	batctrl-agent-cd
	move ws-claim-loc		to	batctrl-loc
	move zero			to	batctrl-con-nbr
	move sys-date-long-r		to	batctrl-date-batch-entered
	move zeros			to	batctrl-date-batch-verified
					batctrl-nbr-claims-in-batch
					batctrl-last-claim-nbr
					batctrl-svc-est
					batctrl-amt-est
					batctrl-svc-act
					batctrl-amt-act
					batctrl-manual-pay-tot
					batctrl-calc-tot-rev
					batctrl-calc-ar-due
					batctrl-realloc-tot.
*   endif

    add 1				to	batctrl-nbr-claims-in-batch
						batctrl-svc-act.
    move ws-claim-claim-nbr		to	batctrl-last-claim-nbr.
    add ws-claim-total-amt		to	batctrl-amt-act
						batctrl-calc-tot-rev
						batctrl-calc-ar-due.

    if ws-batch-new = "Y"
    then
	write batctrl-rec
	    invalid key
		rewrite batctrl-rec
	end-write
    else
	rewrite batctrl-rec
	    invalid key
		next sentence.
*   endif

dd0-99-exit.
    exit.
xa0-show-request.

*	(the descriptions beside the codes on file)
    move spaces				to	ws-display-names.

    if tpr-requester-client
    then
	move tpr-client-id		to	client-id of client-mstr-rec
	read client-mstr
	    invalid key
		move "** NOT ON FILE **"
					to	client-desc
	end-read
	move client-desc		to	ws-client-desc.
*   endif

    move tpr-pat-key			to	key-pat-mstr.
    read pat-mstr
	invalid key
	    move "** NOT ON FILE **"	to	ws-pat-name
	    go to xa0-10-doctor.
    perform xb0-pat-name		thru	xb0-99-exit.

xa0-10-doctor.

    move tpr-doc-nbr			to	doc-nbr.
    read doc-mstr
	invalid key
	    move "** NOT ON FILE **"	to	doc-name.
    move doc-name			to	ws-doc-name.

    move tpr-req-type			to	ffe-req-type.
    read form-fee-tbl
	invalid key
	    move "** NOT ON FILE **"	to	ffe-desc.
    move ffe-desc			to	ws-type-desc.

    if tpr-open
    then
	move status-name (1)		to	ws-status-desc.
*   endif
    if tpr-completed
    then
	move status-name (2)		to	ws-status-desc.
*   endif
    if tpr-billed
    then
	move status-name (3)		to	ws-status-desc.
*   endif
    if tpr-cancelled
    then
	move status-name (4)		to	ws-status-desc.
*   endif

    display scr-req-nbr.
    display scr-req-dtl.

xa0-99-exit.
    exit.
xb0-pat-name.

    move spaces				to	ws-pat-name.
    string pat-surname		delimited by "  "
	   " "			delimited by size
	   pat-given-name	delimited by "  "
	into ws-pat-name.

xb0-99-exit.
    exit.
xc0-check-date.

    move 0				to	err-ind.

    if   ws-work-yy < 1900
      or ws-work-mm < 1
      or ws-work-mm > 12
      or ws-work-dd < 1
    then
	move 12				to	err-ind
	go to xc0-99-exit.
*   endif

    perform xg0-month-days		thru	xg0-99-exit.
    if ws-work-dd > ws-month-days
    then
	move 12				to	err-ind.
*   endif

xc0-99-exit.
    exit.
xd0-add-one-day.

    perform xg0-month-days		thru	xg0-99-exit.
    add 1				to	ws-work-dd.
    if ws-work-dd not > ws-month-days
    then
	go to xd0-99-exit.
*   endif

    move 1				to	ws-work-dd.
    add 1				to	ws-work-mm.
    if ws-work-mm > 12
    then
	move 1				to	ws-work-mm
	add 1				to	ws-work-yy.
*   endif

xd0-99-exit.
    exit.
xf0-clear-detail.

    move spaces				to	claim-detail-rec.
    move zeros				to	clmdtl-agent-cd
						clmdtl-line-no
						clmdtl-sv-date
						clmdtl-consecutive-sv-date (1)
						clmdtl-consecutive-sv-date (2)
						clmdtl-consecutive-sv-date (3)
						clmdtl-sv-nbr (1)
						clmdtl-sv-nbr (2)
						clmdtl-sv-nbr (3)
						clmdtl-nbr-serv
						clmdtl-fee-oma
						clmdtl-fee-ohip
						clmdtl-amt-tech-billed
						clmdtl-rev-group-cd
						clmdtl-cycle-nbr
						clmdtl-claim-nbr.

xf0-99-exit.
    exit.
xg0-month-days.

    move month-days (ws-work-mm)	to	ws-month-days.

    if ws-work-mm = 2
    then
	divide ws-work-yy by 4 giving ws-leap-quot
	    remainder ws-leap-rem
	if ws-leap-rem = zero
	then
	    move 29			to	ws-month-days.
*	endif
*   endif

xg0-99-exit.
    exit.
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display err-msg-line.
    display confirm.
    stop " ".
    display blank-line-24.

za0-99-exit.
    exit.
az0-end-of-job.

    close third-party-req
	  batch-ctrl-file
	  claims-mstr.
    close form-fee-tbl
	  pat-mstr
	  doc-mstr
	  oma-fee-mstr
	  client-mstr
	  iconst-mstr
	  user-security.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
