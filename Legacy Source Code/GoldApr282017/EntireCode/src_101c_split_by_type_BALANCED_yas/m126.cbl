identification division.
program-id. m126.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f020 - doctor master
*			: f080 - bank master
*			: f098 - user security master
*			: f114 - doctor payee file
*			: f140 - banking change file
*
*   program purpose : banking change control.  no change to the
*			bank details doctor eft deposits go to takes
*			effect on one person's say-so - the change
*			is keyed as pending and a different user
*			releases it after phoning back at a number
*			already known to the office (never the one
*			on the letter or e-mail asking for the
*			change).  the user signs on against f098.
*			D = key a change to a doctor's own deposit
*			account (f020) - the new bank, branch,
*			account and the source of the request.
*			payee corporation accounts are keyed in
*			m110 and the bank master in m080 - both file
*			their changes here as pending the same way.
*			R = release a pending change: the callback
*			(person spoken to, known number called, date
*			and time) is recorded and the change applied
*			to f020/f114/f080 - refused to the user who
*			keyed it, and refused if the banking has
*			moved since it was keyed.  X = cancel a
*			pending change with a note.  H = the
*			banking change history for a doctor, or
*			every change still pending.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f020_doctor_mstr.slr".
*
    copy "f080_bank_mstr.slr".
*
    copy "f098_user_security.slr".
*
    copy "f114_doc_payee.slr".
*
    copy "f140_bank_change.slr".
*
data division.
file section.
*
    copy "f020_doctor_mstr_mp.fd".
*
    copy "f080_bank_mstr.fd".
*
    copy "f098_user_security.fd".
*
    copy "f114_doc_payee.fd".
*
    copy "f140_bank_change.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-bank-mstr		pic xx	value zero.
77  status-cobol-user-security		pic xx	value zero.
77  status-cobol-doc-payee		pic xx	value zero.
77  status-cobol-bank-change		pic xx	value zero.

77  ws-option				pic x	value spaces.
    88  option-doctor				value "D".
    88  option-release				value "R".
    88  option-cancel				value "X".
    88  option-history				value "H".
    88  option-end				value "*".

77  ws-confirm				pic x	value spaces.
77  entry-ok				pic x	value "N".
77  cur-line				pic 99	value 8.
77  ws-hits				pic 9(4)	value zero.
77  eof-bank-change			pic x	value "N".

77  ws-user-id				pic x(8)	value spaces.
77  ws-entered-password			pic x(8)	value spaces.

01  sel-doc-nbr				pic x(3)	value spaces.
77  ws-pick				pic x(6)	value spaces.
77  ws-pick-nbr redefines ws-pick	pic 9(6).
77  ws-change-nbr			pic 9(6)	value zero.

01  entry-banking.
    05  entry-bank-nbr			pic 9(4)	value zero.
    05  entry-bank-branch		pic 9(5)	value zero.
    05  entry-bank-acct			pic x(12)	value spaces.
77  entry-reason			pic x(40)	value spaces.

01  callback-entry.
    05  entry-cb-person			pic x(30)	value spaces.
    05  entry-cb-phone			pic x(15)	value spaces.
    05  entry-cb-date			pic 9(8)	value zero.
    05  entry-cb-date-r redefines entry-cb-date.
	10  entry-cb-yy			pic 9(4).
	10  entry-cb-mm			pic 99.
	10  entry-cb-dd			pic 99.
    05  entry-cb-time			pic 9(4)	value zero.
    05  entry-cb-time-r redefines entry-cb-time.
	10  entry-cb-hh			pic 99.
	10  entry-cb-mi			pic 99.
77  entry-note				pic x(40)	value spaces.

*	(the current banking, as shown - the account only ever on
*	 screen in full while the change itself is being looked at)
01  cur-banking.
    05  cur-bank-nbr			pic 9(4)	value zero.
    05  cur-bank-branch			pic 9(5)	value zero.
    05  cur-bank-acct			pic x(12)	value spaces.
01  masked-acct				pic x(12)	value spaces.
01  masked-old-acct			pic x(12)	value spaces.

01  ws-type-desc			pic x(24)	value spaces.
01  ws-status-desc			pic x(10)	value spaces.

01  counters.
    05  ctr-keyed			pic 9(5)	value zero.
    05  ctr-released			pic 9(5)	value zero.
    05  ctr-cancelled			pic 9(5)	value zero.

01  error-message-table.
    05  error-messages.
	10  filler			pic x(60)	value
		"SIGN-ON NOT ACCEPTED".
	10  filler			pic x(60)	value
		"DOCTOR NOT ON THE DOCTOR MASTER".
	10  filler			pic x(60)	value
		"BANK, BRANCH AND ACCOUNT ARE REQUIRED".
	10  filler			pic x(60)	value
		"BANK/BRANCH NOT ON THE BANK MASTER".
	10  filler			pic x(60)	value
		"NEW BANKING IS THE SAME AS THE CURRENT BANKING".
	10  filler			pic x(60)	value
		"THE SOURCE OF THE REQUEST IS REQUIRED".
	10  filler			pic x(60)	value
		"ENTER A CHANGE NUMBER".
	10  filler			pic x(60)	value
		"NOT A PENDING BANKING CHANGE".
	10  filler			pic x(60)	value
		"THE USER WHO KEYED A CHANGE MAY NOT RELEASE IT".
	10  filler			pic x(60)	value
		"PERSON, NUMBER, DATE AND TIME OF THE CALLBACK ARE REQUIRED".
	10  filler			pic x(60)	value
		"INVALID CALLBACK DATE OR TIME".
	10  filler			pic x(60)	value
		"BANKING CHANGED SINCE THIS WAS KEYED - CANCEL AND RE-KEY".
	10  filler			pic x(60)	value
		"A NOTE IS REQUIRED TO CANCEL A CHANGE".
	10  filler			pic x(60)	value
		"A CHANGE IS ALREADY PENDING FOR THIS DOCTOR".
    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 14 times.
01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m126".
    05  line 01 col 15 value "Banking Change Control".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-sign-on.
    05  line 03 col 01 value "USER ID (BLANK=END)".
    05  scr-user-id line 03 col 25 pic x(8) using ws-user-id auto.
    05  line 03 col 40 value "PASSWORD".
    05  scr-password line 03 col 50 pic x(8) using ws-entered-password secure auto.

01  scr-option.
    05  line 04 col 01 value "OPTION (D=doctor account R=release X=cancel H=history *=end)".
    05  scr-option-fld line 04 col 64 pic x using ws-option auto required.

01  scr-doc-key.
    05  line 06 col 01 value "DOCTOR NBR".
    05  scr-doc-nbr line 06 col 25 pic x(3) using sel-doc-nbr auto.

01  scr-doc-name.
    05  line 06 col 30 pic x(25) from doc-name.

01  scr-cur-banking.
    05  line 08 col 01 value "CURRENT BANK".
    05  line 08 col 25 pic 9(4) from cur-bank-nbr.
    05  line 08 col 31 value "BRANCH".
    05  line 08 col 38 pic 9(5) from cur-bank-branch.
    05  line 08 col 45 value "ACCOUNT".
    05  line 08 col 53 pic x(12) from masked-acct.

01  scr-new-banking.
    05  line 10 col 01 value "NEW BANK".
    05  scr-new-bank-nbr line 10 col 25 pic 9(4) using entry-bank-nbr auto.
    05  line 10 col 31 value "BRANCH".
    05  scr-new-bank-branch line 10 col 38 pic 9(5) using entry-bank-branch auto.
    05  line 10 col 45 value "ACCOUNT".
    05  scr-new-bank-acct line 10 col 53 pic x(12) using entry-bank-acct auto.
    05  line 12 col 01 value "SOURCE OF THE REQUEST".
    05  scr-reason line 12 col 25 pic x(40) using entry-reason auto.

01  scr-change-key.
    05  line 06 col 01 value "CHANGE NUMBER".
    05  scr-change-nbr line 06 col 25 pic x(6) using ws-pick auto.

01  scr-change-dtl.
    05  line 07 col 01 value "CHANGE".
    05  line 07 col 25 pic x(24) from ws-type-desc.
    05  line 07 col 50 pic x(10) from ws-status-desc.
    05  line 08 col 01 value "DOCTOR / PAYEE FROM".
    05  line 08 col 25 pic x(3) from bc-doc-nbr.
    05  line 08 col 30 pic 9(8) from bc-pay-effective-from.
    05  line 08 col 45 value "BANK CODE".
    05  line 08 col 55 pic 9(9) from bc-bank-cd.
    05  line 09 col 01 value "OLD BANK/BRANCH/ACCT".
    05  line 09 col 25 pic 9(4) from bc-old-bank-nbr.
    05  line 09 col 31 pic 9(5) from bc-old-bank-branch.
    05  line 09 col 38 pic x(12) from masked-old-acct.
    05  line 10 col 01 value "NEW BANK/BRANCH/ACCT".
    05  line 10 col 25 pic 9(4) from bc-new-bank-nbr.
    05  line 10 col 31 pic 9(5) from bc-new-bank-branch.
    05  line 10 col 38 pic x(12) from bc-new-bank-acct.
    05  line 11 col 01 value "KEYED BY".
    05  line 11 col 25 pic x(8) from bc-entered-by.
    05  line 11 col 35 pic 9999/99/99 from bc-entered-date.
    05  line 11 col 47 pic 99b99b99 from bc-entered-time.
    05  line 12 col 01 value "SOURCE OF THE REQUEST".
    05  line 12 col 25 pic x(40) from bc-reason.

01  scr-callback.
    05  line 14 col 01 value "CALLBACK - PERSON SPOKEN TO".
    05  scr-cb-person line 14 col 30 pic x(30) using entry-cb-person auto.
    05  line 15 col 01 value "KNOWN NUMBER CALLED".
    05  scr-cb-phone line 15 col 30 pic x(15) using entry-cb-phone auto.
    05  line 16 col 01 value "DATE CALLED (YYYYMMDD)".
    05  scr-cb-date line 16 col 30 pic 9(8) using entry-cb-date auto.
    05  line 16 col 45 value "TIME (HHMM)".
    05  scr-cb-time line 16 col 58 pic 9(4) using entry-cb-time auto.
    05  line 17 col 01 value "(CALL A NUMBER ALREADY ON FILE - NEVER ONE FROM THE REQUEST)".

01  scr-note.
    05  line 14 col 01 value "NOTE".
    05  scr-note-fld line 14 col 30 pic x(40) using entry-note auto.

01  scr-list-head.
    05  line 07 col 01 value "NUMBER ST T DOC BANK BRANCH ACCOUNT      KEYED BY DATE     RELEASED BY 1ST EFT".

01  scr-list-line.
    05  line cur-line col 01 pic 9(6) from bc-change-nbr.
    05  line cur-line col 08 pic x from bc-status.
    05  line cur-line col 11 pic x from bc-change-type.
    05  line cur-line col 13 pic x(3) from bc-doc-nbr.
    05  line cur-line col 17 pic 9(4) from bc-new-bank-nbr.
    05  line cur-line col 22 pic 9(5) from bc-new-bank-branch.
    05  line cur-line col 29 pic x(12) from masked-acct.
    05  line cur-line col 42 pic x(8) from bc-entered-by.
    05  line cur-line col 51 pic 9(8) from bc-entered-date.
    05  line cur-line col 60 pic x(8) from bc-decided-by.
    05  line cur-line col 72 pic 9(8) from bc-first-eft-date.

01  scr-filed.
    05  line 19 col 01 value "FILED AS PENDING CHANGE".
    05  line 19 col 25 pic 9(6) from ws-change-nbr.
    05  line 19 col 33 value "- ANOTHER USER MUST RELEASE IT".

01  scr-confirm.
    05  line 21 col 01 value "ACCEPT (Y/N)".
    05  scr-confirm-fld line 21 col 15 pic x using ws-confirm auto required.

01  scr-err-msg-line.
    05  line 24 col 01 pic x(60) from err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-work-area.
    05  line 06 col 01 blank screen.

01  blank-list-area.
    05  line 08 col 01 blank screen.

01  blank-line-24.
    05  line 24 col 01 blank line.

01  scr-closing-screen.
    05  blank screen.
    05  line 13 col 20  value "banking changes keyed".
    05  line 13 col 60  pic z(4)9 using ctr-keyed.
    05  line 14 col 20  value "banking changes released".
    05  line 14 col 60  pic z(4)9 using ctr-released.
    05  line 15 col 20  value "banking changes cancelled".
    05  line 15 col 60  pic z(4)9 using ctr-cancelled.
    05  line 21 col 20	value "program m126 ending".
procedure division.
declaratives.

err-doc-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display "error in accessing doctor master - status "
	    common-status-file.
    stop "error in accessing doctor master".

err-bank-file section.
    use after standard error procedure on bank-mstr.
err-bank-mstr.
    move status-cobol-bank-mstr		to common-status-file.
    display "error in accessing bank master - status "
	    common-status-file.
    stop "error in accessing bank master".

err-security-file section.
    use after standard error procedure on user-security.
err-user-security.
    move status-cobol-user-security	to common-status-file.
    display "error in accessing user security master - status "
	    common-status-file.
    stop "error in accessing user security master".

err-pay-file section.
    use after standard error procedure on doc-payee.
err-doc-payee.
    move status-cobol-doc-payee		to common-status-file.
    display "error in accessing doctor payee file - status "
	    common-status-file.
    stop "error in accessing doctor payee file".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    if entry-ok = "Y"
    then
	perform ab0-processing		thru ab0-99-exit
	    until option-end.
*   endif
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    open i-o doc-mstr
	     bank-mstr
	     doc-payee.
    open input user-security.
    open i-o bank-change.

*	(fresh system - no banking change has been keyed yet)
    if status-cobol-bank-change = "35"
    then
	open output bank-change
	close bank-change
	open i-o bank-change.
*   endif

    display scr-title.

aa0-10-sign-on.

*	(who keyed and who released each change is the whole point -
*	 any active user may do either, never both on one change)
    move "N"				to	entry-ok.
    move spaces				to	ws-user-id
						ws-entered-password.
    display scr-sign-on.
    accept scr-user-id.

    if ws-user-id = spaces
    then
	go to aa0-99-exit.
*   endif

    accept scr-password.

    move ws-user-id			to	sec-user-id.

    read user-security
	invalid key
	    move 1			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to aa0-10-sign-on.

    if   not sec-user-active
      or sec-password not = ws-entered-password
    then
	move 1				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to aa0-10-sign-on.
*   endif

    display blank-line-24.
    move "Y"				to	entry-ok.

aa0-99-exit.
    exit.
ab0-processing.

    display scr-option.
    accept scr-option-fld.

    if option-end
    then
	go to ab0-99-exit.
*   endif

    display blank-work-area.

    if option-doctor
    then
	perform ba0-key-doctor-change	thru	ba0-99-exit
	go to ab0-99-exit.
*   endif

    if option-history
    then
	perform ea0-history		thru	ea0-99-exit
	go to ab0-99-exit.
*   endif

    if   not option-release
     and not option-cancel
    then
	go to ab0-99-exit.
*   endif

    perform ca0-find-change		thru	ca0-99-exit.

    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    if option-release
    then
	perform da0-release		thru	da0-99-exit
    else
	perform db0-cancel		thru	db0-99-exit.
*   endif

ab0-99-exit.
    exit.
ba0-key-doctor-change.

    move spaces				to	sel-doc-nbr.
    display scr-doc-key.
    accept scr-doc-nbr.

    if sel-doc-nbr = spaces
    then
	go to ba0-99-exit.
*   endif

    move sel-doc-nbr			to	doc-nbr.

    read doc-mstr
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-99-exit.

    display scr-doc-name.

*	(one change at a time - a second letter while one is pending
*	 is exactly what the callback is there to catch)
    perform ba1-check-pending		thru	ba1-99-exit.
    if entry-ok not = "Y"
    then
	move 14				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-99-exit.
*   endif

    move doc-bank-nbr			to	cur-bank-nbr.
    move doc-bank-branch		to	cur-bank-branch.
    move doc-bank-acct			to	cur-bank-acct.
    perform xb0-mask-acct		thru	xb0-99-exit.
    display scr-cur-banking.

    move zero				to	entry-bank-nbr
						entry-bank-branch.
    move spaces				to	entry-bank-acct
						entry-reason.

ba0-10-entry.

    display scr-new-banking.
    accept scr-new-bank-nbr.
    accept scr-new-bank-branch.
    accept scr-new-bank-acct.
    accept scr-reason.
    display blank-line-24.

    if   entry-bank-nbr    = zero
      or entry-bank-branch = zero
      or entry-bank-acct   = spaces
    then
	move 3				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-10-entry.
*   endif

    move entry-bank-nbr			to	bank-nbr.
    move entry-bank-branch		to	branch-nbr.
    read bank-mstr
	invalid key
	    move 4			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-10-entry.

    if entry-banking = cur-banking
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-10-entry.
*   endif

    if entry-reason = spaces
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-10-entry.
*   endif

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to ba0-99-exit.
*   endif

    perform xa0-next-change-nbr		thru	xa0-99-exit.

    move spaces				to	bank-change-rec.
    move ws-change-nbr			to	bc-change-nbr.
    move "P"				to	bc-status.
    move "D"				to	bc-change-type.
    move "C"				to	bc-action.
    move sel-doc-nbr			to	bc-doc-nbr.
    move zero				to	bc-pay-effective-from
						bc-bank-cd
						bc-decided-date
						bc-decided-time
						bc-cb-date
						bc-cb-time
						bc-first-eft-date
						bc-first-eft-amt.
    move cur-banking			to	bc-old-banking.
    move entry-banking			to	bc-new-banking.
    move ws-user-id			to	bc-entered-by.
    move sys-date-long			to	bc-entered-date.
    accept sys-time			from	time.
    move sys-hrs			to	bc-entered-time (1:2).
    move sys-min			to	bc-entered-time (3:2).
    move sys-sec			to	bc-entered-time (5:2).
    move entry-reason			to	bc-reason.

    write bank-change-rec
	invalid key
	    move 8			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-99-exit.

    add 1				to	ctr-keyed.
    display scr-filed.
    display confirm.
    stop " ".

ba0-99-exit.
    exit.
ba1-check-pending.

*	(entry-ok comes back "N" when the doctor already has a change
*	 of their own deposit account waiting)
    move "Y"				to	entry-ok.
    move "N"				to	eof-bank-change.
    move 1				to	bc-change-nbr.

    start bank-change key is greater than or equal to bc-change-nbr
	invalid key
	    go to ba1-99-exit.

ba1-10-loop.

    read bank-change next
	at end
	    go to ba1-99-exit.

    if   bc-pending
     and bc-type-doctor
     and bc-doc-nbr = sel-doc-nbr
    then
	move "N"			to	entry-ok
	go to ba1-99-exit.
*   endif

    go to ba1-10-loop.

ba1-99-exit.
    exit.
ca0-find-change.

    move "N"				to	entry-ok.
    move spaces				to	ws-pick.
    display scr-change-key.
    accept scr-change-nbr.
    display blank-line-24.

    if ws-pick = spaces
    then
	go to ca0-99-exit.
*   endif

    if   ws-pick-nbr not numeric
      or ws-pick-nbr = zero
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-99-exit.
*   endif

    move ws-pick-nbr			to	bc-change-nbr.

    read bank-change
	invalid key
	    move 8			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ca0-99-exit.

    if not bc-pending
    then
	move 8				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-99-exit.
*   endif

    perform xc0-describe-change		thru	xc0-99-exit.
    display scr-change-dtl.
    move "Y"				to	entry-ok.

ca0-99-exit.
    exit.
da0-release.

    if bc-entered-by = ws-user-id
    then
	move 9				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-99-exit.
*   endif

    move spaces				to	callback-entry.
    move zero				to	entry-cb-date
						entry-cb-time.

da0-10-callback.

    display scr-callback.
    accept scr-cb-person.
    accept scr-cb-phone.
    accept scr-cb-date.
    accept scr-cb-time.
    display blank-line-24.

    if   entry-cb-person = spaces
      or entry-cb-phone  = spaces
      or entry-cb-date   = zero
    then
	move 10				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-10-callback.
*   endif

*	(the call is made after the change was keyed and before now)
    if   entry-cb-mm < 1
      or entry-cb-mm > 12
      or entry-cb-dd < 1
      or entry-cb-dd > 31
      or entry-cb-hh > 23
      or entry-cb-mi > 59
      or entry-cb-date < bc-entered-date
      or entry-cb-date > sys-date-long
    then
	move 11				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-10-callback.
*   endif

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to da0-99-exit.
*   endif

    move "N"				to	entry-ok.

    if bc-type-doctor
    then
	perform dc0-apply-doctor	thru	dc0-99-exit.
*   endif

    if bc-type-payee
    then
	perform dd0-apply-payee		thru	dd0-99-exit.
*   endif

    if bc-type-bank-mstr
    then
	perform de0-apply-bank-mstr	thru	de0-99-exit.
*   endif

    if entry-ok not = "Y"
    then
	move 12				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-99-exit.
*   endif

    move "R"				to	bc-status.
    move entry-cb-person		to	bc-cb-person.
    move entry-cb-phone			to	bc-cb-phone.
    move entry-cb-date			to	bc-cb-date.
    move entry-cb-time			to	bc-cb-time.
    move spaces				to	bc-note.
    perform dg0-stamp-decision		thru	dg0-99-exit.

    add 1				to	ctr-released.
    display "BANKING CHANGE RELEASED".
    display confirm.
    stop " ".

da0-99-exit.
    exit.
db0-cancel.

    move spaces				to	entry-note.

db0-10-note.

    display scr-note.
    accept scr-note-fld.
    display blank-line-24.

    if entry-note = spaces
    then
	move 13				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to db0-10-note.
*   endif

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to db0-99-exit.
*   endif

    move "X"				to	bc-status.
    move entry-note			to	bc-note.
    perform dg0-stamp-decision		thru	dg0-99-exit.

    add 1				to	ctr-cancelled.

db0-99-exit.
    exit.
dc0-apply-doctor.

*	(the doctor's own deposit account - still what it was when
*	 the change was keyed, or someone has been at it since)
    move bc-doc-nbr			to	doc-nbr.

    read doc-mstr
	invalid key
	    go to dc0-99-exit.

    if   doc-bank-nbr    not = bc-old-bank-nbr
      or doc-bank-branch not = bc-old-bank-branch
      or doc-bank-acct   not = bc-old-bank-acct
    then
	go to dc0-99-exit.
*   endif

    move bc-new-bank-nbr		to	doc-bank-nbr.
    move bc-new-bank-branch		to	doc-bank-branch.
    move bc-new-bank-acct		to	doc-bank-acct.

    rewrite doc-mstr-rec
	invalid key
	    go to dc0-99-exit.

    move "Y"				to	entry-ok.

dc0-99-exit.
    exit.
dd0-apply-payee.

    move bc-doc-nbr			to	pay-doc-nbr.
    move bc-pay-effective-from		to	pay-effective-from.

    read doc-payee
	invalid key
	    go to dd0-99-exit.

    if   pay-bank-nbr    not = bc-old-bank-nbr
      or pay-bank-branch not = bc-old-bank-branch
      or pay-bank-acct   not = bc-old-bank-acct
    then
	go to dd0-99-exit.
*   endif

    move bc-new-bank-nbr		to	pay-bank-nbr.
    move bc-new-bank-branch		to	pay-bank-branch.
    move bc-new-bank-acct		to	pay-bank-acct.
    move sys-date-long			to	pay-last-maint-date.

    rewrite doc-payee-rec
	invalid key
	    go to dd0-99-exit.

    move "Y"				to	entry-ok.

dd0-99-exit.
    exit.
de0-apply-bank-mstr.

*	(m080's add, change or delete, from the record images it
*	 filed)
    move bc-bank-cd			to	bank-cd.

    if bc-action = "A"
    then
	go to de0-20-add.
*   endif

    read bank-mstr
	invalid key
	    go to de0-99-exit.

    if bank-mstr-rec not = bc-old-bank-image
    then
	go to de0-99-exit.
*   endif

    if bc-action = "D"
    then
	go to de0-30-delete.
*   endif

    move bc-new-bank-image		to	bank-mstr-rec.

    rewrite bank-mstr-rec
	invalid key
	    go to de0-99-exit.

    move "Y"				to	entry-ok.
    go to de0-99-exit.

de0-20-add.

    move bc-new-bank-image		to	bank-mstr-rec.

    write bank-mstr-rec
	invalid key
	    go to de0-99-exit.

    move "Y"				to	entry-ok.
    go to de0-99-exit.

de0-30-delete.

    delete bank-mstr record
	invalid key
	    go to de0-99-exit.

    move "Y"				to	entry-ok.

de0-99-exit.
    exit.
dg0-stamp-decision.

    move ws-user-id			to	bc-decided-by.
    move sys-date-long			to	bc-decided-date.
    accept sys-time			from	time.
    move sys-hrs			to	bc-decided-time (1:2).
    move sys-min			to	bc-decided-time (3:2).
    move sys-sec			to	bc-decided-time (5:2).

    rewrite bank-change-rec
	invalid key
	    next sentence.

dg0-99-exit.
    exit.
ea0-history.

*	(a doctor's changes, every status - or, blank doctor, every
*	 change still pending)
    move spaces				to	sel-doc-nbr.
    display scr-doc-key.
    accept scr-doc-nbr.

    display scr-list-head.
    move 8				to	cur-line.
    move zero				to	ws-hits.
    move 1				to	bc-change-nbr.

    start bank-change key is greater than or equal to bc-change-nbr
	invalid key
	    go to ea0-80-done.

ea0-10-read-loop.

    read bank-change next
	at end
	    go to ea0-80-done.

    if   sel-doc-nbr = spaces
     and not bc-pending
    then
	go to ea0-10-read-loop.
*   endif

    if   sel-doc-nbr not = spaces
     and bc-doc-nbr not = sel-doc-nbr
    then
	go to ea0-10-read-loop.
*   endif

    if cur-line > 20
    then
	display confirm
	stop " "
	display blank-list-area
	move 8				to	cur-line.
*   endif

    move bc-new-bank-acct		to	cur-bank-acct.
    perform xb0-mask-acct		thru	xb0-99-exit.
    display scr-list-line.
    add 1				to	cur-line
						ws-hits.
    go to ea0-10-read-loop.

ea0-80-done.

    if ws-hits = zero
    then
	display "NO BANKING CHANGES TO SHOW".
*   endif

    display confirm.
    stop " ".

ea0-99-exit.
    exit.
xa0-next-change-nbr.

*	(change number zero is the counter record)
    move zero				to	bc-change-nbr.

    read bank-change
	invalid key
	    move spaces			to	bank-change-ctr-rec
	    move zero			to	bc-change-nbr
					bc-last-change-nbr
	    move "*"			to	bc-status
	    write bank-change-ctr-rec.

    add 1				to	bc-last-change-nbr.
    move bc-last-change-nbr		to	ws-change-nbr.
    rewrite bank-change-ctr-rec.

xa0-99-exit.
    exit.
xb0-mask-acct.

*	(last four digits only, as m080 shows the bank master's)
    move spaces				to	masked-acct.
    if cur-bank-acct not = spaces
    then
	move "********"			to	masked-acct (1:8)
	move cur-bank-acct (9:4)	to	masked-acct (9:4).
*   endif

xb0-99-exit.
    exit.
xc0-describe-change.

    move spaces				to	ws-type-desc.
    if bc-type-doctor
    then
	move "DOCTOR DEPOSIT ACCOUNT"	to	ws-type-desc.
*   endif
    if bc-type-payee
    then
	move "PAYEE CORP ACCOUNT"	to	ws-type-desc.
*   endif
    if bc-type-bank-mstr
    then
	if bc-action = "A"
	then
	    move "BANK MASTER - ADD"	to	ws-type-desc
	else
	    if bc-action = "D"
	    then
		move "BANK MASTER - DELETE"
					to	ws-type-desc
	    else
		move "BANK MASTER - CHANGE"
					to	ws-type-desc.
*	    endif
*	endif
*   endif

    move spaces				to	ws-status-desc.
    if bc-pending
    then
	move "PENDING"			to	ws-status-desc.
*   endif
    if bc-released
    then
	move "RELEASED"			to	ws-status-desc.
*   endif
    if bc-cancelled
    then
	move "CANCELLED"		to	ws-status-desc.
*   endif

    move bc-old-bank-acct		to	cur-bank-acct.
    perform xb0-mask-acct		thru	xb0-99-exit.
    move masked-acct			to	masked-old-acct.

xc0-99-exit.
    exit.
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display scr-err-msg-line.
    display confirm.
    stop " ".
    display blank-line-24.

za0-99-exit.
    exit.
az0-end-of-job.

    close doc-mstr
	  bank-mstr
	  doc-payee
	  user-security
	  bank-change.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
