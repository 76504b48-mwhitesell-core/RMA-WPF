identification division.
program-id. m112.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f010 - patient master
*			: f116 - IFHP client file
*
*   program purpose : IFHP client maintenance.  a refugee claimant
*			billed under agent 7 is registered through
*			claims entry like any other patient, but the
*			federal program's administrator pays only
*			against the client id (UCI) printed on the
*			patient's IFHP eligibility document and only
*			for services inside its eligibility period.
*			option A records them for a patient, option C
*			changes them when the document is renewed or
*			replaced, option I displays them.  u145 sends
*			them on the submission file and holds back
*			any claim with none on file or serviced
*			outside the period.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f116_ifhp_client.slr".
*
data division.
file section.
*
    copy "f010_patient_mstr.fd".
*
    copy "f116_ifhp_client.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-ifhp-client		pic xx	value zero.

77  ws-option				pic x	value spaces.
    88  option-add				value "A".
    88  option-change				value "C".
    88  option-inquire				value "I".
    88  option-end				value "*".

77  ws-confirm				pic x	value spaces.
77  entry-ok				pic x	value "N".

01  sel-pat-key				pic x(16)	value spaces.

01  entry-date				pic 9(8)	value zero.
01  entry-date-r redefines entry-date.
    05  entry-date-yy			pic 9(4).
    05  entry-date-mm			pic 99.
    05  entry-date-dd			pic 99.

01  entry-client.
    05  entry-client-id			pic x(10)	value spaces.
    05  entry-doc-ref			pic x(12)	value spaces.
    05  entry-elig-from			pic 9(8)	value zero.
    05  entry-elig-to			pic 9(8)	value zero.

01  error-message-table.
    05  error-messages.
	10  filler			pic x(60)	value
		"PATIENT NOT ON THE PATIENT MASTER".
	10  filler			pic x(60)	value
		"INVALID DATE".
	10  filler			pic x(60)	value
		"ELIGIBILITY END CANNOT BE BEFORE ITS START".
	10  filler			pic x(60)	value
		"IFHP CLIENT ID IS REQUIRED".
	10  filler			pic x(60)	value
		"ELIGIBILITY START DATE IS REQUIRED".
	10  filler			pic x(60)	value
		"IFHP CLIENT ALREADY ON FILE FOR THIS PATIENT - USE C".
	10  filler			pic x(60)	value
		"NO IFHP CLIENT ON FILE FOR THIS PATIENT".
    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 7 times.
01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m112".
    05  line 01 col 15 value "IFHP Client / Eligibility".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-option.
    05  line 03 col 01 value "OPTION (A=add C=change I=inquire *=end)".
    05  scr-option-fld line 03 col 55 pic x using ws-option auto required.

01  scr-pat-key-entry.
    05  line 05 col 01 value "PATIENT KEY".
    05  scr-pat-key line 05 col 30 pic x(16) using sel-pat-key auto required.

01  scr-pat-name.
    05  line 06 col 01 value "PATIENT".
    05  line 06 col 30 pic x(18) from pat-surname.
    05  line 06 col 49 pic x(12) from pat-given-name.

01  scr-client-entry.
    05  line 08 col 01 value "IFHP CLIENT ID (UCI)".
    05  scr-client-id line 08 col 30 pic x(10) using entry-client-id auto.
    05  line 09 col 01 value "ELIGIBILITY DOCUMENT".
    05  scr-doc-ref line 09 col 30 pic x(12) using entry-doc-ref auto.
    05  line 10 col 01 value "ELIGIBLE FROM (YYYYMMDD)".
    05  scr-elig-from line 10 col 30 pic 9(8) using entry-elig-from auto.
    05  line 11 col 01 value "ELIGIBLE TO (0=OPEN)".
    05  scr-elig-to line 11 col 30 pic 9(8) using entry-elig-to auto.

01  scr-client-dates.
    05  line 13 col 01 value "ENTERED".
    05  line 13 col 30 pic 9(8) from ifc-entered-date.
    05  line 14 col 01 value "LAST CHANGED".
    05  line 14 col 30 pic 9(8) from ifc-last-maint-date.

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
    05  line 21 col 20	value "program m112 ending".
procedure division.
declaratives.

err-pat-file section.
    use after standard error procedure on pat-mstr.
err-pat-mstr.
    move status-cobol-pat-mstr		to common-status-file.
    display "error in accessing patient master - status "
	    common-status-file.
    stop "error in accessing patient master".

err-ifc-file section.
    use after standard error procedure on ifhp-client.
err-ifhp-client.
    move status-cobol-ifhp-client	to common-status-file.
    display "error in accessing IFHP client file - status "
	    common-status-file.
    stop "error in accessing IFHP client file".

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

    open input pat-mstr.
    open i-o ifhp-client.

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

    perform ba0-find-patient		thru	ba0-99-exit.

    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    move sel-pat-key			to	ifc-pat-key.

    if option-add
    then
	perform ca0-add-client		thru	ca0-99-exit
	go to ab0-99-exit.
*   endif

    if option-change
    then
	perform cb0-change-client	thru	cb0-99-exit
    else
	perform da0-inquire-client	thru	da0-99-exit.
*   endif

ab0-99-exit.
    exit.
ba0-find-patient.

    move "N"				to	entry-ok.

    display scr-pat-key-entry.
    accept scr-pat-key.

    move sel-pat-key			to	key-pat-mstr.

    read pat-mstr
	invalid key
	    move 1			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-99-exit.

    display scr-pat-name.
    move "Y"				to	entry-ok.

ba0-99-exit.
    exit.
ca0-add-client.

    read ifhp-client
	invalid key
	    go to ca0-10-new.

    move 6				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.
    go to ca0-99-exit.

ca0-10-new.

    move spaces				to	entry-client.
    move zero				to	entry-elig-from
						entry-elig-to.

    perform cc0-accept-client		thru	cc0-99-exit.
    if entry-ok not = "Y"
    then
	go to ca0-99-exit.
*   endif

    move spaces				to	ifhp-client-rec.
    move sel-pat-key			to	ifc-pat-key.
    perform cd0-move-entry		thru	cd0-99-exit.
    move sys-date-long			to	ifc-entered-date.

    write ifhp-client-rec
	invalid key
	    move 6			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ca0-99-exit.

    display "IFHP CLIENT ADDED".
    display confirm.
    stop " ".

ca0-99-exit.
    exit.
cb0-change-client.

    read ifhp-client
	invalid key
	    move 7			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to cb0-99-exit.

    display scr-client-dates.

    move ifc-client-id			to	entry-client-id.
    move ifc-doc-ref			to	entry-doc-ref.
    move ifc-elig-from			to	entry-elig-from.
    move ifc-elig-to			to	entry-elig-to.

    perform cc0-accept-client		thru	cc0-99-exit.
    if entry-ok not = "Y"
    then
	go to cb0-99-exit.
*   endif

    perform cd0-move-entry		thru	cd0-99-exit.

    rewrite ifhp-client-rec.

    display "IFHP CLIENT CHANGED".
    display confirm.
    stop " ".

cb0-99-exit.
    exit.
cc0-accept-client.

    move "N"				to	entry-ok.

cc0-10-entry.

    display scr-client-entry.
    accept scr-client-id.
    accept scr-doc-ref.
    accept scr-elig-from.
    accept scr-elig-to.

    display blank-line-24.

    if entry-client-id = spaces
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cc0-10-entry.
*   endif

    if entry-elig-from = zero
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cc0-10-entry.
*   endif

    move entry-elig-from		to	entry-date.
    perform xa0-edit-date		thru	xa0-99-exit.
    if entry-ok not = "Y"
    then
	go to cc0-10-entry.
*   endif

    if entry-elig-to = zero
    then
	go to cc0-50-confirm.
*   endif

    move entry-elig-to			to	entry-date.
    perform xa0-edit-date		thru	xa0-99-exit.
    if entry-ok not = "Y"
    then
	go to cc0-10-entry.
*   endif

    if entry-elig-to < entry-elig-from
    then
	move 3				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cc0-10-entry.
*   endif

cc0-50-confirm.

    move "N"				to	entry-ok.
    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm = "Y"
    then
	move "Y"			to	entry-ok.
*   endif

cc0-99-exit.
    exit.
cd0-move-entry.

    move entry-client-id		to	ifc-client-id.
    move entry-doc-ref			to	ifc-doc-ref.
    move entry-elig-from		to	ifc-elig-from.
    move entry-elig-to			to	ifc-elig-to.
    move sys-date-long			to	ifc-last-maint-date.

cd0-99-exit.
    exit.
da0-inquire-client.

    read ifhp-client
	invalid key
	    move 7			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to da0-99-exit.

    move ifc-client-id			to	entry-client-id.
    move ifc-doc-ref			to	entry-doc-ref.
    move ifc-elig-from			to	entry-elig-from.
    move ifc-elig-to			to	entry-elig-to.

    display scr-client-entry.
    display scr-client-dates.

    display confirm.
    stop " ".

da0-99-exit.
    exit.
xa0-edit-date.

    move "Y"				to	entry-ok.

    if   entry-date-yy < 1900
      or entry-date-mm < 1
      or entry-date-mm > 12
      or entry-date-dd < 1
      or entry-date-dd > 31
    then
	move "N"			to	entry-ok
	move 2				to	err-ind
	perform za0-common-error	thru	za0-99-exit.
*   endif

xa0-99-exit.
    exit.
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display scr-err-msg-line.

za0-99-exit.
    exit.
az0-end-of-job.

    close pat-mstr.
    close ifhp-client.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
