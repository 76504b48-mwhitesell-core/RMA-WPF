identification division.
program-id. m109.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f020 - doctor master
*			: f113 - doctor deduction ledger
*
*   program purpose : doctor deduction ledger maintenance.  option
*			A sets up a new ledger for a doctor - an MOH
*			recovery, an advance or a garnishment - with
*			its original amount, the installment to take
*			each pay run (a fixed amount or a percent of
*			the doctor's pay), its priority and the date
*			to start taking it; the next free ledger
*			sequence for the doctor is assigned.  option
*			C changes the installment, priority,
*			reference or status (active / hold /
*			cancelled) of an existing ledger; option I
*			shows a ledger and what has been taken.
*			balances only move through r153b.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f020_doctor_mstr.slr".
*
    copy "f113_doc_deduction.slr".
*
data division.
file section.
*
    copy "f020_doctor_mstr.fd".
*
    copy "f113_doc_deduction.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-doc-deduction		pic xx	value zero.

77  ws-option				pic x	value spaces.
    88  option-add				value "A".
    88  option-change				value "C".
    88  option-inquire			value "I".
    88  option-end				value "*".

77  ws-confirm				pic x	value spaces.
77  ledger-found			pic x	value "N".
77  entry-ok				pic x	value "N".

01  sel-doc-nbr				pic x(3)	value spaces.
01  sel-seq-nbr				pic 99		value zero.
77  next-seq-nbr			pic 99		value zero.

01  entry-type				pic x		value spaces.
    88  entry-type-ok				values "R" "A" "G".
01  entry-priority			pic 9		value zero.
01  entry-status			pic x		value spaces.
    88  entry-status-ok				values "A" "H" "C".
01  entry-reference			pic x(20)	value spaces.
01  entry-description			pic x(30)	value spaces.
01  entry-orig-amt			pic 9(7)v99	value zero.
01  entry-install-amt			pic 9(7)v99	value zero.
01  entry-install-pct			pic 9(3)v99	value zero.
01  entry-start-date			pic 9(8)	value zero.
01  entry-start-date-r redefines entry-start-date.
    05  entry-start-yy			pic 9(4).
    05  entry-start-mm			pic 99.
    05  entry-start-dd			pic 99.

01  disp-type				pic x(14)	value spaces.
01  disp-status				pic x(14)	value spaces.

01  error-message-table.
    05  error-messages.
	10  filler			pic x(60)	value
		"DOCTOR NOT ON THE DOCTOR MASTER".
	10  filler			pic x(60)	value
		"TYPE MUST BE R (RECOVERY), A (ADVANCE) OR G (GARNISHMENT)".
	10  filler			pic x(60)	value
		"PRIORITY MUST BE 1 TO 9".
	10  filler			pic x(60)	value
		"ORIGINAL AMOUNT MUST BE GREATER THAN ZERO".
	10  filler			pic x(60)	value
		"ENTER AN INSTALLMENT AMOUNT OR A PERCENT - NOT BOTH".
	10  filler			pic x(60)	value
		"PERCENT CANNOT BE MORE THAN 100".
	10  filler			pic x(60)	value
		"INVALID START DATE".
	10  filler			pic x(60)	value
		"STATUS MUST BE A (ACTIVE), H (HOLD) OR C (CANCELLED)".
	10  filler			pic x(60)	value
		"LEDGER NOT ON FILE".
	10  filler			pic x(60)	value
		"DOCTOR ALREADY HAS 99 LEDGERS".
	10  filler			pic x(60)	value
		"LEDGER IS FULLY RECOVERED - IT CANNOT BE CHANGED".
    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 11 times.
01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m109".
    05  line 01 col 15 value "Doctor Deduction Ledger Maintenance".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-option.
    05  line 03 col 01 value "OPTION (A=add C=change I=inquire *=end)".
    05  scr-option-fld line 03 col 55 pic x using ws-option auto required.

01  scr-doc-key.
    05  line 05 col 01 value "DOCTOR NBR".
    05  scr-doc-nbr line 05 col 20 pic x(3) using sel-doc-nbr auto required.

01  scr-doc-name.
    05  line 05 col 30 pic x(25) from doc-name.

01  scr-seq-key.
    05  line 06 col 01 value "LEDGER SEQ".
    05  scr-seq-nbr line 06 col 20 pic 99 using sel-seq-nbr auto required.

01  scr-ledger-detail.
    05  line 06 col 01 value "LEDGER SEQ".
    05  line 06 col 20 pic 99 from ded-seq-nbr.
    05  line 08 col 01 value "TYPE".
    05  line 08 col 20 pic x from ded-type.
    05  line 08 col 23 pic x(14) from disp-type.
    05  line 08 col 40 value "PRIORITY".
    05  line 08 col 55 pic 9 from ded-priority.
    05  line 09 col 01 value "REFERENCE".
    05  line 09 col 20 pic x(20) from ded-reference.
    05  line 10 col 01 value "DESCRIPTION".
    05  line 10 col 20 pic x(30) from ded-description.
    05  line 11 col 01 value "ORIGINAL AMOUNT".
    05  line 11 col 20 pic z,zzz,zz9.99- from ded-orig-amt.
    05  line 11 col 40 value "START DATE".
    05  line 11 col 55 pic 9(8) from ded-start-date.
    05  line 12 col 01 value "INSTALLMENT".
    05  line 12 col 20 pic z,zzz,zz9.99- from ded-install-amt.
    05  line 12 col 40 value "OR PERCENT".
    05  line 12 col 55 pic zz9.99 from ded-install-pct.
    05  line 13 col 01 value "BALANCE".
    05  line 13 col 20 pic z,zzz,zz9.99- from ded-balance.
    05  line 13 col 40 value "STATUS".
    05  line 13 col 55 pic x from ded-status.
    05  line 13 col 58 pic x(14) from disp-status.
    05  line 14 col 01 value "TAKEN TO DATE".
    05  line 14 col 20 pic z,zzz,zz9.99- from ded-taken-to-date.
    05  line 14 col 40 value "INSTALLMENTS".
    05  line 14 col 55 pic zz9 from ded-nbr-installs-taken.
    05  line 15 col 01 value "LAST TAKEN".
    05  line 15 col 20 pic z,zzz,zz9.99- from ded-last-taken-amt.
    05  line 15 col 40 value "ON".
    05  line 15 col 55 pic 9(8) from ded-last-taken-date.
    05  line 16 col 01 value "RECOVERED ON".
    05  line 16 col 20 pic 9(8) from ded-recovered-date.

01  scr-add-entry.
    05  line 08 col 01 value "TYPE (R/A/G)".
    05  scr-type line 08 col 20 pic x using entry-type auto required.
    05  line 08 col 40 value "PRIORITY".
    05  scr-priority line 08 col 55 pic 9 using entry-priority auto.
    05  line 09 col 01 value "REFERENCE".
    05  scr-reference line 09 col 20 pic x(20) using entry-reference auto.
    05  line 10 col 01 value "DESCRIPTION".
    05  scr-description line 10 col 20 pic x(30) using entry-description auto.
    05  line 11 col 01 value "ORIGINAL AMOUNT".
    05  scr-orig-amt line 11 col 20 pic 9(7).99 using entry-orig-amt auto.
    05  line 11 col 40 value "START (YYYYMMDD)".
    05  scr-start-date line 11 col 57 pic 9(8) using entry-start-date auto.
    05  line 12 col 01 value "INSTALLMENT".
    05  scr-install-amt line 12 col 20 pic 9(7).99 using entry-install-amt auto.
    05  line 12 col 40 value "OR PERCENT".
    05  scr-install-pct line 12 col 55 pic 9(3).99 using entry-install-pct auto.

01  scr-change-entry.
    05  line 18 col 01 value "NEW PRIORITY".
    05  scr-chg-priority line 18 col 20 pic 9 using entry-priority auto.
    05  line 18 col 40 value "NEW STATUS (A/H/C)".
    05  scr-chg-status line 18 col 60 pic x using entry-status auto.
    05  line 19 col 01 value "NEW INSTALLMENT".
    05  scr-chg-install-amt line 19 col 20 pic 9(7).99 using entry-install-amt auto.
    05  line 19 col 40 value "OR PERCENT".
    05  scr-chg-install-pct line 19 col 55 pic 9(3).99 using entry-install-pct auto.
    05  line 20 col 01 value "REFERENCE".
    05  scr-chg-reference line 20 col 20 pic x(20) using entry-reference auto.

01  scr-confirm.
    05  line 21 col 01 value "ACCEPT (Y/N)".
    05  scr-confirm-fld line 21 col 15 pic x using ws-confirm auto required.

01  scr-err-msg-line.
    05  line 24 col 01 pic x(60) from err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-work-area.
    05  line 05 col 01 blank screen.

01  blank-line-24.
    05  line 24 col 01 blank line.

01  scr-closing-screen.
    05  blank screen.
    05  line 21 col 20	value "program m109 ending".
procedure division.
declaratives.

err-doc-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display "error in accessing doctor master - status "
	    common-status-file.
    stop "error in accessing doctor master".

err-ded-file section.
    use after standard error procedure on doc-deduction.
err-doc-deduction.
    move status-cobol-doc-deduction	to common-status-file.
    display "error in accessing deduction ledger - status "
	    common-status-file.
    stop "error in accessing deduction ledger".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until option-end.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    open input doc-mstr.
    open i-o doc-deduction.

    display scr-title.

aa0-99-exit.
    exit.
ab0-processing.

    display scr-option.
    accept scr-option-fld.

    if option-end
    then
	go to ab0-99-exit.
*   endif

    if    not option-add
      and not option-change
      and not option-inquire
    then
	go to ab0-99-exit.
*   endif

    display blank-work-area.

    perform ba0-find-doctor		thru	ba0-99-exit.

    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    if option-add
    then
	perform ca0-add-ledger		thru	ca0-99-exit
	go to ab0-99-exit.
*   endif

    perform bb0-find-ledger		thru	bb0-99-exit.

    if ledger-found not = "Y"
    then
	go to ab0-99-exit.
*   endif

    perform bc0-show-ledger		thru	bc0-99-exit.

    if option-change
    then
	perform da0-change-ledger	thru	da0-99-exit
	go to ab0-99-exit.
*   endif

    display confirm.
    stop " ".

ab0-99-exit.
    exit.
ba0-find-doctor.

    move "N"				to	entry-ok.

    display scr-doc-key.
    accept scr-doc-nbr.

    move sel-doc-nbr			to	doc-nbr.

    read doc-mstr
	invalid key
	    move 1			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-99-exit.

    display scr-doc-name.
    move "Y"				to	entry-ok.

ba0-99-exit.
    exit.
bb0-find-ledger.

    move "N"				to	ledger-found.

    display scr-seq-key.
    accept scr-seq-nbr.

    move sel-doc-nbr			to	ded-doc-nbr.
    move sel-seq-nbr			to	ded-seq-nbr.

    read doc-deduction
	invalid key
	    move 9			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    move "Y"				to	ledger-found.

bb0-99-exit.
    exit.
bc0-show-ledger.

    move spaces				to	disp-type
						disp-status.

    if ded-type-moh-recovery
    then
	move "MOH RECOVERY"		to	disp-type.
*   endif
    if ded-type-advance
    then
	move "ADVANCE"			to	disp-type.
*   endif
    if ded-type-garnishment
    then
	move "GARNISHMENT"		to	disp-type.
*   endif

    if ded-active
    then
	move "ACTIVE"			to	disp-status.
*   endif
    if ded-on-hold
    then
	move "ON HOLD"			to	disp-status.
*   endif
    if ded-recovered
    then
	move "RECOVERED"		to	disp-status.
*   endif
    if ded-cancelled
    then
	move "CANCELLED"		to	disp-status.
*   endif

    display scr-ledger-detail.

bc0-99-exit.
    exit.
ca0-add-ledger.

*	(next free ledger sequence for the doctor)

    perform cb0-next-seq		thru	cb0-99-exit.

    if next-seq-nbr = zero
    then
	move 10				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-99-exit.
*   endif

    move spaces				to	entry-type
						entry-reference
						entry-description.
    move 5				to	entry-priority.
    move zero				to	entry-orig-amt
						entry-install-amt
						entry-install-pct.
    move sys-date-long			to	entry-start-date.

ca0-10-entry.

    display scr-add-entry.
    accept scr-type.
    accept scr-priority.
    accept scr-reference.
    accept scr-description.
    accept scr-orig-amt.
    accept scr-start-date.
    accept scr-install-amt.
    accept scr-install-pct.

    display blank-line-24.

    if not entry-type-ok
    then
	move 2				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-entry.
*   endif

    if entry-priority = zero
    then
	move 3				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-entry.
*   endif

    if entry-orig-amt = zero
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-entry.
*   endif

    perform cc0-edit-installment	thru	cc0-99-exit.
    if entry-ok not = "Y"
    then
	go to ca0-10-entry.
*   endif

    if   entry-start-mm < 1
      or entry-start-mm > 12
      or entry-start-dd < 1
      or entry-start-dd > 31
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-entry.
*   endif

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to ca0-99-exit.
*   endif

    move spaces				to	doc-deduction-rec.
    move sel-doc-nbr			to	ded-doc-nbr.
    move next-seq-nbr			to	ded-seq-nbr.
    move entry-type			to	ded-type.
    move entry-priority			to	ded-priority.
    move "A"				to	ded-status.
    move entry-reference		to	ded-reference.
    move entry-description		to	ded-description.
    move entry-orig-amt			to	ded-orig-amt
						ded-balance.
    move entry-install-amt		to	ded-install-amt.
    move entry-install-pct		to	ded-install-pct.
    move zero				to	ded-taken-to-date
						ded-nbr-installs-taken
						ded-last-taken-date
						ded-last-taken-amt
						ded-recovered-date.
    move entry-start-date		to	ded-start-date.
    move sys-date-long			to	ded-entered-date
						ded-last-maint-date.

    write doc-deduction-rec
	invalid key
	    move 10			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ca0-99-exit.

    display "LEDGER ADDED - SEQ " next-seq-nbr.
    display confirm.
    stop " ".

ca0-99-exit.
    exit.
cb0-next-seq.

    move zero				to	next-seq-nbr.
    move sel-doc-nbr			to	ded-doc-nbr.
    move zero				to	ded-seq-nbr.

    start doc-deduction key is greater than or equal to ded-key
	invalid key
	    move 1			to	next-seq-nbr
	    go to cb0-99-exit.

cb0-10-read-loop.

    read doc-deduction next
	at end
	    go to cb0-80-done.

    if ded-doc-nbr not = sel-doc-nbr
    then
	go to cb0-80-done.
*   endif

    move ded-seq-nbr			to	next-seq-nbr.
    go to cb0-10-read-loop.

cb0-80-done.

*	(zero back = the doctor has used every sequence)
    if next-seq-nbr = 99
    then
	move zero			to	next-seq-nbr
    else
	add 1				to	next-seq-nbr.
*   endif

cb0-99-exit.
    exit.
cc0-edit-installment.

    move "N"				to	entry-ok.

    if   (    entry-install-amt = zero
	  and entry-install-pct = zero)
      or (    entry-install-amt not = zero
	  and entry-install-pct not = zero)
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cc0-99-exit.
*   endif

    if entry-install-pct > 100
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cc0-99-exit.
*   endif

    move "Y"				to	entry-ok.

cc0-99-exit.
    exit.
da0-change-ledger.

    if ded-recovered
    then
	move 11				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	display confirm
	stop " "
	go to da0-99-exit.
*   endif

    move ded-priority			to	entry-priority.
    move ded-status			to	entry-status.
    move ded-install-amt		to	entry-install-amt.
    move ded-install-pct		to	entry-install-pct.
    move ded-reference			to	entry-reference.

da0-10-entry.

    display scr-change-entry.
    accept scr-chg-priority.
    accept scr-chg-status.
    accept scr-chg-install-amt.
    accept scr-chg-install-pct.
    accept scr-chg-reference.

    display blank-line-24.

    if entry-priority = zero
    then
	move 3				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-10-entry.
*   endif

    if not entry-status-ok
    then
	move 8				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-10-entry.
*   endif

    perform cc0-edit-installment	thru	cc0-99-exit.
    if entry-ok not = "Y"
    then
	go to da0-10-entry.
*   endif

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to da0-99-exit.
*   endif

    move entry-priority			to	ded-priority.
    move entry-status			to	ded-status.
    move entry-install-amt		to	ded-install-amt.
    move entry-install-pct		to	ded-install-pct.
    move entry-reference		to	ded-reference.
    move sys-date-long			to	ded-last-maint-date.

    rewrite doc-deduction-rec.

    display "LEDGER CHANGED".
    display confirm.
    stop " ".

da0-99-exit.
    exit.
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display scr-err-msg-line.

za0-99-exit.
    exit.
az0-end-of-job.

    close doc-mstr.
    close doc-deduction.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
