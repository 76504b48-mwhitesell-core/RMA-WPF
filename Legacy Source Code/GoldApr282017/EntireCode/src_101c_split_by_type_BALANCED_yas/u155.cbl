identification division.
program-id. u155.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f144 - letter template master
*			: f145 - letter log
*			: f146 - letter selection list
*			: f010 - patient master
*			: f002 - claims master
*			: f020 - doctor master
*			: f072 - client master
*			: f142 - returned mail register (via retmail)
*			: f143 - bad-address worklist (via retmail)
*			: ru155 - letters (printer)
*
*   program purpose : correspondence.  prints the standard letters
*			m128 keeps on the f144 template master, the
*			merge fields filled from the patient, claim,
*			doctor and client masters, in french for a
*			patient or client whose language is "F"
*			(the english wording when no french one has
*			been filed).
*			  S = one letter - key the addressee (P
*			  patient key, D doctor number, C client
*			  id), the template and, if the letter is
*			  about a claim, the claim id.
*			  B = a letter to everyone on the f146
*			  selection list (u095 writes its health
*			  card failures there) - key the template.
*			  H = the letters sent to a patient, doctor
*			  or client, newest last.
*			every letter printed goes on the f145 log
*			against its addressee (d017 prints a
*			patient's).  no letter goes to a deceased
*			patient, and a patient or client whose mail
*			has come back (f142) gets none - it goes on
*			the f143 bad-address worklist instead.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f144_letter_template.slr".
*
    copy "f145_letter_log.slr".
*
    copy "f146_letter_select.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f002_claims_mstr.slr".
*
    copy "f020_doctor_mstr.slr".
*
    copy "f072_client_mstr.slr".
*
    select letter-file
	assign to printer print-file-name
	file status is status-letter-rpt.
*
data division.
file section.
*
    copy "f144_letter_template.fd".
*
    copy "f145_letter_log.fd".
*
    copy "f146_letter_select.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f020_doctor_mstr.fd".
*
    copy "f072_client_mstr.fd".
*
fd  letter-file
    record contains 132 characters.

01  letter-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru155".
77  status-letter-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-letter-template	pic xx	value zero.
77  status-cobol-letter-log		pic xx	value zero.
77  status-letter-select		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-client-mstr		pic xx	value zero.

77  ws-continue				pic x	value spaces.
77  entry-type				pic x	value spaces.
    88  single-code				value "S".
    88  bulk-code				value "B".
    88  history-code				value "H".
    88  end-letters				value "*".

01  ws-addressee-type			pic x	value spaces.
    88  ws-addressee-patient			value "P".
    88  ws-addressee-doctor			value "D".
    88  ws-addressee-client			value "C".
01  ws-addressee-key			pic x(16)	value spaces.
01  ws-template-cd			pic x(4)	value spaces.
01  ws-claim-id				pic x(11)	value spaces.
77  ws-mode				pic x	value spaces.

77  ws-user-name			pic x(8)	value spaces.
77  ws-letter-lang			pic x	value spaces.
77  ws-claim-on-file			pic x	value "N".

*   the addressee as the masters have it today

01  ws-name				pic x(30)	value spaces.
01  ws-addr-line-1			pic x(30)	value spaces.
01  ws-addr-line-2			pic x(30)	value spaces.
01  ws-addr-line-3			pic x(30)	value spaces.
01  ws-postal-cd			pic x(6)	value spaces.

77  ws-billed				pic s9(7)v99	value zero.
77  ws-owing				pic s9(7)v99	value zero.

*   merge field work areas

77  ss-l				pic 99		value zero.
77  ss-f				pic 99		value zero.
77  ws-last-line			pic 99		value zero.
77  ws-in-pos				pic 99		value zero.
77  ws-tok-end				pic 99		value zero.
77  ws-tok-len				pic 99		value zero.
77  ws-token				pic x(10)	value spaces.
77  ws-field-found			pic x		value "N".
77  ws-out-pos				pic 9(3)	value zero.
77  ws-val-len				pic 99		value zero.
01  ws-out-line				pic x(100)	value spaces.

01  ws-edit-amt				pic z,zzz,zzz,zz9.99-.
01  ws-edit-date			pic 9999/99/99.
01  ws-just-field			pic x(30)	value spaces.
01  ws-just-work			pic x(30)	value spaces.
77  ws-just-pos				pic 99		value zero.

    copy "letfld.ws".

77  cur-line				pic 99	value 9.
77  ws-letters-listed			pic 9(5)	value zero.

01  counters.
    05  ctr-letters-printed		pic 9(7)	value zero.
    05  ctr-select-reads		pic 9(7)	value zero.
    05  ctr-bad-addr-held		pic 9(7)	value zero.
    05  ctr-deceased-skipped		pic 9(7)	value zero.
    05  ctr-not-sent			pic 9(7)	value zero.

*   bulk run counts - shown at the end of each list run

01  bulk-counters.
    05  bctr-read			pic 9(7)	value zero.
    05  bctr-printed			pic 9(7)	value zero.
    05  bctr-held			pic 9(7)	value zero.
    05  bctr-deceased			pic 9(7)	value zero.
    05  bctr-not-sent			pic 9(7)	value zero.

01  l1-date-line.
    05  filler				pic x(55)	value spaces.
    05  l1-date				pic x(10).

01  a1-addr-line.
    05  filler				pic x(5)	value spaces.
    05  a1-addr				pic x(30).

01  m1-body-line.
    05  filler				pic x(5)	value spaces.
    05  m1-text				pic x(100).

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"invalid entry type - use s/b/h or * to end".
	10  filler			pic x(60)   value
		"addressee must be P (patient) D (doctor) or C (client)".
	10  filler			pic x(60)   value
		"patient not on patient master".
	10  filler			pic x(60)   value
		"doctor not on doctor master".
	10  filler			pic x(60)   value
		"client not on client master".
	10  filler			pic x(60)   value
		"template not on file".
	10  filler			pic x(60)   value
		"template is not for this kind of addressee".
	10  filler			pic x(60)   value
		"claim not on claims master".
	10  filler			pic x(60)   value
		"claim does not belong to this addressee".
	10  filler			pic x(60)   value
		"patient is deceased - no letter".
	10  filler			pic x(60)   value
		"mail has come back - letter held on bad-address worklist".
	10  filler			pic x(60)   value
		"no letter selection list on file".
	10  filler			pic x(60)   value
		"no letters on file for this addressee".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 13 times.

01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".

    copy "f002_claims_mstr_rec1_2.ws".

    copy "retmail.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "u155".
    05  line 01 col 15 value "Correspondence".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-entry-type.
    05  line 03 col 01 value "ENTRY (S=single letter B=letters to the selection list H=letters sent *=end)".
    05  scr-type line 03 col 80 pic x using entry-type auto required.

01  scr-addressee.
    05  line 05 col 01 value "ADDRESSEE (P=patient D=doctor C=client)".
    05  scr-addressee-type line 05 col 42 pic x using ws-addressee-type auto.
    05  line 06 col 01 value "PATIENT KEY / DOCTOR NBR / CLIENT ID".
    05  scr-addressee-key line 06 col 42 pic x(16) using ws-addressee-key auto.

01  scr-letter.
    05  line 07 col 01 value "TEMPLATE".
    05  scr-template-cd line 07 col 42 pic x(4) using ws-template-cd auto.
    05  line 08 col 01 value "CLAIM ID (if the letter is about a claim)".
    05  scr-claim-id line 08 col 42 pic x(11) using ws-claim-id auto.

01  scr-bulk-template.
    05  line 05 col 01 value "TEMPLATE".
    05  scr-bulk-template-cd line 05 col 42 pic x(4) using ws-template-cd auto.

01  scr-letter-dtl.
    05  line 10 col 01 value "TO".
    05  line 10 col 20 pic x(30) from ws-name.
    05  line 11 col 20 pic x(30) from ws-addr-line-1.
    05  line 12 col 20 pic x(30) from ws-addr-line-2.
    05  line 13 col 20 pic x(30) from ws-addr-line-3.
    05  line 14 col 20 pic x(6) from ws-postal-cd.
    05  line 16 col 01 value "LETTER".
    05  line 16 col 20 pic x(30) from lt-desc.
    05  line 16 col 52 value "LANGUAGE".
    05  line 16 col 61 pic x from lt-language.

01  scr-print-confirm.
    05  line 22 col 01 value "PRINT THE LETTER (Y/N)".
    05  scr-print-reply line 22 col 25 pic x using ws-continue auto required.

01  scr-bulk-confirm.
    05  line 22 col 01 value "PRINT A LETTER FOR EVERYONE ON THE LIST (Y/N)".
    05  scr-bulk-reply line 22 col 48 pic x using ws-continue auto required.

01  scr-bulk-counts.
    05  line 10 col 01 value "ON THE LIST".
    05  line 10 col 40 pic z(6)9 from bctr-read.
    05  line 11 col 01 value "LETTERS PRINTED".
    05  line 11 col 40 pic z(6)9 from bctr-printed.
    05  line 12 col 01 value "HELD - MAIL HAS COME BACK".
    05  line 12 col 40 pic z(6)9 from bctr-held.
    05  line 13 col 01 value "DECEASED - NO LETTER".
    05  line 13 col 40 pic z(6)9 from bctr-deceased.
    05  line 14 col 01 value "NOT SENT - NOT ON FILE OR WRONG TEMPLATE".
    05  line 14 col 40 pic z(6)9 from bctr-not-sent.

01  scr-history-head.
    05  line 08 col 01 value "DATE       TIME   LTR  L CLAIM       PGM   BY       DESCRIPTION".

01  scr-history-line.
    05  line cur-line col 01 pic 9999/99/99 from ll-sent-date.
    05  line cur-line col 12 pic 9(6) from ll-sent-time.
    05  line cur-line col 19 pic x(4) from ll-template-cd.
    05  line cur-line col 24 pic x from ll-language.
    05  line cur-line col 26 pic x(11) from ll-claim-id.
    05  line cur-line col 38 pic x(5) from ll-pgm.
    05  line cur-line col 44 pic x(8) from ll-operator.
    05  line cur-line col 53 pic x(28) from ll-desc.

01  scr-more.
    05  line 22 col 01 value "MORE - PRESS RETURN".

01  file-status-display.
    05  line 24 col 56	"file status = ".
    05  line 24 col 70	pic x(2) using common-status-file	bell blink.

01  err-msg-line.
    05  line 24 col 01	value " error -  "	bell blink.
    05  line 24 col 11	pic x(60)	using err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-line-24.
    05  line 24 col 1	blank line.

01  blank-work-area.
    05  line 05 col 01 blank screen.

01  blank-history-area.
    05  line 09 col 01 blank screen.

01  scr-closing-screen.
    05  blank screen.
    05  line 12 col 20  value "letters printed".
    05  line 12 col 60  pic z(6)9 using ctr-letters-printed.
    05  line 13 col 20  value "held - mail has come back".
    05  line 13 col 60  pic z(6)9 using ctr-bad-addr-held.
    05  line 14 col 20  value "deceased - no letter".
    05  line 14 col 60  pic z(6)9 using ctr-deceased-skipped.
    05  line 15 col 20  value "not sent".
    05  line 15 col 60  pic z(6)9 using ctr-not-sent.
    05  line 21 col 20	value "program u155 ending".
    05  line 21 col 40	pic 99 from sys-hrs.
    05  line 21 col 42	value ":".
    05  line 21 col 43	pic 99 from sys-min.

procedure division.
declaratives.

err-letter-template-file section.
    use after standard error procedure on letter-template.
err-letter-template.
    move status-cobol-letter-template	to common-status-file.
    display file-status-display.
    stop "error in accessing letter template master".

err-letter-log-file section.
    use after standard error procedure on letter-log.
err-letter-log.
    move status-cobol-letter-log	to common-status-file.
    display file-status-display.
    stop "error in accessing letter log".

err-pat-mstr-file section.
    use after standard error procedure on pat-mstr.
err-pat-mstr.
    move status-cobol-pat-mstr		to common-status-file.
    display file-status-display.
    stop "error in accessing patient master".

err-claims-mstr-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display file-status-display.
    stop "error in accessing claims master".

err-doc-mstr-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display file-status-display.
    stop "error in accessing doctor master".

err-client-mstr-file section.
    use after standard error procedure on client-mstr.
err-client-mstr.
    move status-cobol-client-mstr	to common-status-file.
    display file-status-display.
    stop "error in accessing client master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until end-letters.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.
    accept ws-user-name			from user name.

    move 0				to counters.

    open input letter-template.

*	(fresh system - create the log so the first letter can be
*	 logged)
    open i-o letter-log.
    if status-cobol-letter-log = "35"
    then
	open output letter-log
	close letter-log
	open i-o letter-log.
*   endif

    open input pat-mstr.
    open input claims-mstr.
    open input doc-mstr.
    open input client-mstr.
    open output letter-file.

    move sys-date-long-r		to	ws-edit-date.

    display scr-title.

aa0-99-exit.
    exit.
ab0-processing.

    move 0				to	err-ind.
    display scr-entry-type.
    accept scr-type.

    if end-letters
    then
	go to ab0-99-exit.
*   endif

    if   not single-code
     and not bulk-code
     and not history-code
    then
	move 1				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    display blank-work-area.

    if single-code
    then
	perform ba0-single-letter	thru	ba0-99-exit
    else
	if bulk-code
	then
	    perform bb0-bulk-letters	thru	bb0-99-exit
	else
	    perform bc0-letters-sent	thru	bc0-99-exit.
*	endif
*   endif

ab0-99-exit.
    exit.
ba0-single-letter.

    move spaces				to	ws-addressee-type
						ws-addressee-key
						ws-template-cd
						ws-claim-id.
    display scr-addressee.
    display scr-letter.

ba0-10-accept.

    accept scr-addressee-type.
    accept scr-addressee-key.
    accept scr-template-cd.
    accept scr-claim-id.

    if   not ws-addressee-patient
     and not ws-addressee-doctor
     and not ws-addressee-client
    then
	move 2				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-10-accept.
*   endif

    move "S"				to	ws-mode.
    perform ga0-prepare-letter		thru	ga0-99-exit.

    if err-ind not = zero
    then
	perform za0-common-error	thru	za0-99-exit
	go to ba0-99-exit.
*   endif

    display scr-letter-dtl.
    display scr-print-confirm.
    accept scr-print-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to ba0-99-exit.
*   endif

    perform gb0-send-letter		thru	gb0-99-exit.

    if err-ind not = zero
    then
	perform za0-common-error	thru	za0-99-exit.
*   endif

ba0-99-exit.
    exit.
bb0-bulk-letters.

    move spaces				to	ws-template-cd.
    move zero				to	bulk-counters.
    display scr-bulk-template.
    accept scr-bulk-template-cd.

    open input letter-select.
    if status-letter-select not = "00"
    then
	move 12				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-99-exit.
*   endif

    display scr-bulk-confirm.
    accept scr-bulk-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bb0-80-close.
*   endif

    move "B"				to	ws-mode.

bb0-10-select-loop.

    read letter-select
	at end
	    go to bb0-80-close.

    add 1				to	ctr-select-reads
						bctr-read.

    move ls-addressee-type		to	ws-addressee-type.
    move ls-addressee-key		to	ws-addressee-key.
    move ls-claim-id			to	ws-claim-id.

    perform ga0-prepare-letter		thru	ga0-99-exit.
    if err-ind = zero
    then
	perform gb0-send-letter		thru	gb0-99-exit.
*   endif

    if err-ind = zero
    then
	add 1				to	bctr-printed
    else
	if err-ind = 10
	then
	    add 1			to	bctr-deceased
	else
	    if err-ind = 11
	    then
		add 1			to	bctr-held
	    else
		add 1			to	bctr-not-sent
		add 1			to	ctr-not-sent.
*	    endif
*	endif
*   endif

    go to bb0-10-select-loop.

bb0-80-close.

    close letter-select.

    display scr-bulk-counts.
    display confirm.
    stop " ".

bb0-99-exit.
    exit.
bc0-letters-sent.

    move spaces				to	ws-addressee-type
						ws-addressee-key.
    display scr-addressee.

bc0-10-accept.

    accept scr-addressee-type.
    accept scr-addressee-key.

    if   not ws-addressee-patient
     and not ws-addressee-doctor
     and not ws-addressee-client
    then
	move 2				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bc0-10-accept.
*   endif

*	(doctor numbers and client ids are logged left justified)
    if ws-addressee-doctor
    then
	move ws-addressee-key (1:3)	to	ws-just-field
	move spaces			to	ws-addressee-key
	move ws-just-field (1:3)	to	ws-addressee-key.
*   endif
    if ws-addressee-client
    then
	move ws-addressee-key (1:5)	to	ws-just-field
	move spaces			to	ws-addressee-key
	move ws-just-field (1:5)	to	ws-addressee-key.
*   endif

    display scr-history-head.
    move 9				to	cur-line.
    move zero				to	ws-letters-listed.

    move spaces				to	letter-log-rec.
    move ws-addressee-type		to	ll-addressee-type.
    move ws-addressee-key		to	ll-addressee-key.
    move zero				to	ll-sent-date
						ll-sent-time
						ll-seq.

    start letter-log key is greater than or equal to ll-key
	invalid key
	    go to bc0-80-done.

bc0-20-log-loop.

    read letter-log next
	at end
	    go to bc0-80-done.

    if   ll-addressee-type not = ws-addressee-type
      or ll-addressee-key not = ws-addressee-key
    then
	go to bc0-80-done.
*   endif

    add 1				to	ws-letters-listed.
    display scr-history-line.
    add 1				to	cur-line.

    if cur-line > 20
    then
	display scr-more
	display confirm
	stop " "
	display blank-history-area
	move 9				to	cur-line.
*   endif

    go to bc0-20-log-loop.

bc0-80-done.

    if ws-letters-listed = zero
    then
	move 13				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bc0-99-exit.
*   endif

    display confirm.
    stop " ".

bc0-99-exit.
    exit.
ga0-prepare-letter.

*	(everything short of printing - the addressee, the claim and
*	 the template in the addressee's language.  err-ind back
*	 non-zero when the letter cannot go)
    move zero				to	err-ind.
    move spaces				to	lmf-values.
    move ws-edit-date			to	lmf-value (5).

    perform ca0-load-addressee		thru	ca0-99-exit.
    if err-ind not = zero
    then
	go to ga0-99-exit.
*   endif

    perform cb0-load-claim		thru	cb0-99-exit.
    if err-ind not = zero
    then
	go to ga0-99-exit.
*   endif

    perform cc0-read-template		thru	cc0-99-exit.

ga0-99-exit.
    exit.
gb0-send-letter.

*	(the mail check, the letter and the log entry)
    move zero				to	err-ind.

    perform cd0-check-mail		thru	cd0-99-exit.
    if err-ind not = zero
    then
	go to gb0-99-exit.
*   endif

    accept sys-time			from time.

    perform da0-print-letter		thru	da0-99-exit.
    perform ea0-log-letter		thru	ea0-99-exit.

gb0-99-exit.
    exit.
ca0-load-addressee.

    move spaces				to	ws-name
						ws-addr-line-1
						ws-addr-line-2
						ws-addr-line-3
						ws-postal-cd.
    move "E"				to	ws-letter-lang.

    if ws-addressee-doctor
    then
	go to ca0-30-doctor.
*   endif

    if ws-addressee-client
    then
	go to ca0-50-client.
*   endif

    if not ws-addressee-patient
    then
	move 2				to	err-ind
	go to ca0-99-exit.
*   endif

    move ws-addressee-key		to	key-pat-mstr.
    read pat-mstr
	invalid key
	    move 3			to	err-ind
	    go to ca0-99-exit.

*	(no mail to the estate)
    if pat-date-of-death not = zero
    then
	move 10				to	err-ind
	add 1				to	ctr-deceased-skipped
	go to ca0-99-exit.
*   endif

    perform cf0-patient-values		thru	cf0-99-exit.

    move lmf-value (6)			to	ws-name.
    move pat-street-addr		to	ws-addr-line-1.
    move pat-city			to	ws-addr-line-2.
    move pat-postal-cd			to	ws-postal-cd.

    if pat-language = "F"
    then
	move "F"			to	ws-letter-lang.
*   endif

    go to ca0-90-values.

ca0-30-doctor.

    move ws-addressee-key (1:3)		to	doc-nbr.
    read doc-mstr
	invalid key
	    move 4			to	err-ind
	    go to ca0-99-exit.

    move spaces				to	ws-addressee-key.
    move doc-nbr			to	ws-addressee-key.

    perform cg0-doctor-values		thru	cg0-99-exit.

    move lmf-value (14)			to	ws-name.
    move doc-addr-home-1		to	ws-addr-line-1.
    move doc-addr-home-2		to	ws-addr-line-2.
    move doc-addr-home-3		to	ws-addr-line-3.
    move doc-addr-home-pc		to	ws-postal-cd.

    go to ca0-90-values.

ca0-50-client.

    move ws-addressee-key		to	client-id of client-mstr-rec.
    read client-mstr
	invalid key
	    move 5			to	err-ind
	    go to ca0-99-exit.

*	(the client id is the key on the log, left justified)
    move spaces				to	ws-addressee-key.
    move client-id of client-mstr-rec	to	ws-addressee-key.

    move client-desc			to	lmf-value (16).
    move client-open-balance		to	ws-edit-amt.
    move ws-edit-amt			to	ws-just-field.
    perform xc0-left-justify		thru	xc0-99-exit.
    move ws-just-field			to	lmf-value (17).

    move client-desc			to	ws-name.
    move client-addr1			to	ws-addr-line-1.
    move client-addr2			to	ws-addr-line-2.
    move client-city-prov		to	ws-addr-line-3.
    move client-postal-cd		to	ws-postal-cd.

    if client-language = "F"
    then
	move "F"			to	ws-letter-lang.
*   endif

ca0-90-values.

    move ws-name			to	lmf-value (1).
    move ws-addr-line-1			to	lmf-value (2).
    move ws-addr-line-2			to	lmf-value (3).
    move ws-postal-cd			to	lmf-value (4).

ca0-99-exit.
    exit.
cb0-load-claim.

*	(the claim the letter is about - its patient and doctor fill
*	 the fields the addressee's own record did not)
    move "N"				to	ws-claim-on-file.

    if ws-claim-id = spaces
    then
	go to cb0-99-exit.
*   endif

    move spaces				to	claim-header-rec.
    move "B"				to	clmhdr-b-key-type.
    move ws-claim-id			to	clmhdr-claim-id.
    move zeros				to	clmhdr-zeroed-oma-suff-adj.
    move k-clmhdr-claims-mstr		to	key-claims-mstr.

    read claims-mstr
	invalid key
	    move 8			to	err-ind
	    go to cb0-99-exit.

    move claims-mstr-rec		to	claim-header-rec.
    move "Y"				to	ws-claim-on-file.

    if   ws-addressee-patient
     and clmhdr-pat-id (1:16) not = ws-addressee-key
    then
	move 9				to	err-ind
	go to cb0-99-exit.
*   endif

    if   ws-addressee-doctor
     and clmhdr-doc-nbr (2:3) not = ws-addressee-key (1:3)
    then
	move 9				to	err-ind
	go to cb0-99-exit.
*   endif

    move ws-claim-id			to	lmf-value (10).
    move clmhdr-serv-date		to	ws-edit-date.
    move ws-edit-date			to	lmf-value (11).
    move sys-date-long-r		to	ws-edit-date.

    add clmhdr-tot-claim-ar-oma, clmhdr-tot-claim-ar-ohip
					giving	ws-billed.
    subtract clmhdr-manual-and-tape-paymnts
					from	ws-billed
					giving	ws-owing.

    move ws-billed			to	ws-edit-amt.
    move ws-edit-amt			to	ws-just-field.
    perform xc0-left-justify		thru	xc0-99-exit.
    move ws-just-field			to	lmf-value (12).
    move ws-owing			to	ws-edit-amt.
    move ws-edit-amt			to	ws-just-field.
    perform xc0-left-justify		thru	xc0-99-exit.
    move ws-just-field			to	lmf-value (13).

    if not ws-addressee-patient
    then
	move clmhdr-pat-id (1:16)	to	key-pat-mstr
	read pat-mstr
	    invalid key
		go to cb0-50-doctor
	perform cf0-patient-values	thru	cf0-99-exit.
*   endif

cb0-50-doctor.

    if not ws-addressee-doctor
    then
	move clmhdr-doc-nbr (2:3)	to	doc-nbr
	read doc-mstr
	    invalid key
		go to cb0-99-exit
	perform cg0-doctor-values	thru	cg0-99-exit.
*   endif

cb0-99-exit.
    exit.
cc0-read-template.

*	(the addressee's language - the english wording when no
*	 french one has been filed)
    move ws-template-cd			to	lt-template-cd.
    move ws-letter-lang			to	lt-language.

    read letter-template
	invalid key
	    go to cc0-20-english.

    go to cc0-50-check-type.

cc0-20-english.

    if ws-letter-lang = "E"
    then
	move 6				to	err-ind
	go to cc0-99-exit.
*   endif

    move "E"				to	lt-language.
    read letter-template
	invalid key
	    move 6			to	err-ind
	    go to cc0-99-exit.

cc0-50-check-type.

    if lt-addressee-type not = ws-addressee-type
    then
	move 7				to	err-ind.
*   endif

cc0-99-exit.
    exit.
cd0-check-mail.

*	(the f142 register covers patients and clients only)
    if ws-addressee-doctor
    then
	go to cd0-99-exit.
*   endif

    move spaces				to	returned-mail-parms.
    move "Q"				to	rmp-function.
    move ws-addressee-type		to	rmp-addressee-type.
    move ws-addressee-key		to	rmp-addressee-key.
    move zero				to	rmp-amount
						rmp-returned-date.
    call "retmail" using returned-mail-parms.

    if not rmp-undeliverable
    then
	go to cd0-99-exit.
*   endif

    move "W"				to	rmp-function.
    move "u155"				to	rmp-pgm.
    move "T"				to	rmp-mailing.
    move ws-name			to	rmp-name.
    if ws-claim-on-file = "Y"
    then
	move ws-owing			to	rmp-amount
	move ws-claim-id		to	rmp-ref
    else
	if ws-addressee-client
	then
	    move client-open-balance	to	rmp-amount.
*	endif
*   endif
    call "retmail" using returned-mail-parms.

    add 1				to	ctr-bad-addr-held.
    move 11				to	err-ind.

cd0-99-exit.
    exit.
cf0-patient-values.

    move spaces				to	lmf-value (6).
    string pat-given-name delimited by "  "
	   " "			delimited by size
	   pat-surname		delimited by size
				into	lmf-value (6).
    if pat-health-nbr not = zero
    then
	move pat-health-nbr		to	lmf-value (7).
*   endif
    move pat-version-cd			to	lmf-value (8).
    move pat-chart-nbr			to	lmf-value (9).

cf0-99-exit.
    exit.
cg0-doctor-values.

    move spaces				to	lmf-value (14).
    string "DR. "		delimited by size
	   doc-name		delimited by "  "
				into	lmf-value (14).
    move doc-nbr			to	lmf-value (15).

cg0-99-exit.
    exit.
da0-print-letter.

    move lmf-value (5)			to	l1-date.
    write letter-record			from	l1-date-line after advancing page.

    move ws-name			to	a1-addr.
    write letter-record			from	a1-addr-line after advancing 3 lines.
    move ws-addr-line-1			to	a1-addr.
    write letter-record			from	a1-addr-line after advancing 1 line.
    if ws-addr-line-2 not = spaces
    then
	move ws-addr-line-2		to	a1-addr
	write letter-record		from	a1-addr-line after advancing 1 line.
*   endif
    if ws-addr-line-3 not = spaces
    then
	move ws-addr-line-3		to	a1-addr
	write letter-record		from	a1-addr-line after advancing 1 line.
*   endif
    move ws-postal-cd			to	a1-addr.
    write letter-record			from	a1-addr-line after advancing 1 line.

*	(the body to its last keyed line, merge fields filled)
    move 15				to	ws-last-line.

da0-10-find-last.

    if   ws-last-line > zero
     and lt-body-line (ws-last-line) = spaces
    then
	subtract 1			from	ws-last-line
	go to da0-10-find-last.
*   endif

    perform db0-body-line		thru	db0-99-exit
	varying ss-l from 1 by 1
	until ss-l > ws-last-line.

    add 1				to	ctr-letters-printed.

da0-99-exit.
    exit.
db0-body-line.

    perform dc0-merge-line		thru	dc0-99-exit.

    move ws-out-line			to	m1-text.
    if ss-l = 1
    then
	write letter-record		from	m1-body-line after advancing 3 lines
    else
	write letter-record		from	m1-body-line after advancing 1 line.
*   endif

db0-99-exit.
    exit.
dc0-merge-line.

    move spaces				to	ws-out-line.
    move 1				to	ws-out-pos.
    move 1				to	ws-in-pos.

dc0-10-char-loop.

    if   ws-in-pos > 60
      or ws-out-pos > 100
    then
	go to dc0-99-exit.
*   endif

    if lt-body-line (ss-l) (ws-in-pos:1) not = "&"
    then
	go to dc0-50-copy-char.
*   endif

*	(an ampersand opens a field - m128 saw that it closes on a
*	 known name; anything else prints as keyed)
    add 1, ws-in-pos			giving	ws-tok-end.

dc0-20-find-close.

    if ws-tok-end > 60
    then
	go to dc0-50-copy-char.
*   endif

    if lt-body-line (ss-l) (ws-tok-end:1) not = "&"
    then
	add 1				to	ws-tok-end
	go to dc0-20-find-close.
*   endif

    compute ws-tok-len = ws-tok-end - ws-in-pos - 1.

    if   ws-tok-len < 1
      or ws-tok-len > 10
    then
	go to dc0-50-copy-char.
*   endif

    move spaces				to	ws-token.
    move lt-body-line (ss-l) (ws-in-pos + 1:ws-tok-len)
					to	ws-token.

    move "N"				to	ws-field-found.
    perform dd0-match-field		thru	dd0-99-exit
	varying ss-f from 1 by 1
	until ss-f > lmf-nbr-fields
	   or ws-field-found = "Y".

    if ws-field-found not = "Y"
    then
	go to dc0-50-copy-char.
*   endif

*	(the varying stepped once past the match)
    subtract 1				from	ss-f.
    perform de0-append-value		thru	de0-99-exit.

    add 1, ws-tok-end			giving	ws-in-pos.
    go to dc0-10-char-loop.

dc0-50-copy-char.

    move lt-body-line (ss-l) (ws-in-pos:1)
					to	ws-out-line (ws-out-pos:1).
    add 1				to	ws-in-pos
						ws-out-pos.
    go to dc0-10-char-loop.

dc0-99-exit.
    exit.
dd0-match-field.

    if lmf-name (ss-f) = ws-token
    then
	move "Y"			to	ws-field-found.
*   endif

dd0-99-exit.
    exit.
de0-append-value.

*	(the value without its trailing spaces, cut to what is left
*	 of the line)
    move 30				to	ws-val-len.

de0-10-trim.

    if   ws-val-len > zero
     and lmf-value (ss-f) (ws-val-len:1) = space
    then
	subtract 1			from	ws-val-len
	go to de0-10-trim.
*   endif

    if ws-val-len = zero
    then
	go to de0-99-exit.
*   endif

    if ws-out-pos + ws-val-len > 101
    then
	compute ws-val-len = 101 - ws-out-pos.
*   endif

    move lmf-value (ss-f) (1:ws-val-len)
					to	ws-out-line (ws-out-pos:ws-val-len).
    add ws-val-len			to	ws-out-pos.

de0-99-exit.
    exit.
ea0-log-letter.

    move spaces				to	letter-log-rec.
    move ws-addressee-type		to	ll-addressee-type.
    move ws-addressee-key		to	ll-addressee-key.
    move sys-date-long-r		to	ll-sent-date.
    move sys-hrs			to	ll-sent-time (1:2).
    move sys-min			to	ll-sent-time (3:2).
    move sys-sec			to	ll-sent-time (5:2).
    move zero				to	ll-seq.
    move lt-template-cd			to	ll-template-cd.
    move lt-language			to	ll-language.
    move ws-claim-id			to	ll-claim-id.
    move "u155"				to	ll-pgm.
    move ws-user-name			to	ll-operator.
    move ws-mode			to	ll-mode.
    move lt-desc			to	ll-desc.

ea0-10-try-write.

    write letter-log-rec
	invalid key
	    go to ea0-50-next-seq.

    go to ea0-99-exit.

ea0-50-next-seq.

*	(two letters to one addressee in the same second)
    if ll-seq < 99
    then
	add 1				to	ll-seq
	go to ea0-10-try-write.
*   endif

ea0-99-exit.
    exit.
xc0-left-justify.

    move 1				to	ws-just-pos.

xc0-10-find-first.

    if   ws-just-pos < 30
     and ws-just-field (ws-just-pos:1) = space
    then
	add 1				to	ws-just-pos
	go to xc0-10-find-first.
*   endif

    move spaces				to	ws-just-work.
    move ws-just-field (ws-just-pos:31 - ws-just-pos)
					to	ws-just-work.
    move ws-just-work			to	ws-just-field.

xc0-99-exit.
    exit.
az0-end-of-job.

    close letter-template.
    close letter-log.
    close pat-mstr.
    close claims-mstr.
    close doc-mstr.
    close client-mstr.
    close letter-file.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display err-msg-line.
    display confirm.
    stop " ".
    display blank-line-24.

za0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
