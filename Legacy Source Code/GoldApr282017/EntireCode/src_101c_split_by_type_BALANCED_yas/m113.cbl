identification division.
program-id. m113.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f010 - patient master
*			: f072 - client master
*			: f117 - insurer pre-authorization master
*
*   program purpose : insurer pre-authorization maintenance.  a
*			direct bill client (agents 4 through 7) will
*			often pay for a course of treatment only
*			against an authorization it has granted - a
*			number, a count of services and a period.
*			option A records a new authorization for a
*			patient and client, option C changes one
*			(extra units granted, a new expiry, the date a
*			renewal was asked for, or cancels it), option
*			I displays one and option L lists all of a
*			patient's authorizations.  claims entry
*			(moira+d001) draws the services keyed off the
*			units used; r093 reports the ones about to
*			expire or run out.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f072_client_mstr.slr".
*
    copy "f117_preauth.slr".
*
data division.
file section.
*
    copy "f010_patient_mstr.fd".
*
    copy "f072_client_mstr.fd".
*
    copy "f117_preauth.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-client-mstr		pic xx	value zero.
77  status-cobol-preauth		pic xx	value zero.

77  ws-option				pic x	value spaces.
    88  option-add				value "A".
    88  option-change				value "C".
    88  option-inquire				value "I".
    88  option-list				value "L".
    88  option-end				value "*".

77  ws-confirm				pic x	value spaces.
77  entry-ok				pic x	value "N".
77  eof-preauth				pic x	value "N".
77  cur-line				pic 99	value 9.
77  ws-hits				pic 9(4)	value zero.
77  ws-units-left			pic s9(4)	value zero.

01  sel-pat-key				pic x(16)	value spaces.
01  sel-client-id			pic x(5)	value spaces.
01  sel-auth-nbr			pic x(15)	value spaces.

01  entry-date				pic 9(8)	value zero.
01  entry-date-r redefines entry-date.
    05  entry-date-yy			pic 9(4).
    05  entry-date-mm			pic 99.
    05  entry-date-dd			pic 99.

01  entry-auth.
    05  entry-service-desc		pic x(30)	value spaces.
    05  entry-doc-nbr			pic x(3)	value spaces.
    05  entry-approved-units		pic 9(4)	value zero.
    05  entry-units-used		pic 9(4)	value zero.
    05  entry-effective-date		pic 9(8)	value zero.
    05  entry-expiry-date		pic 9(8)	value zero.
    05  entry-status			pic x		value spaces.
    05  entry-renewal-req-date		pic 9(8)	value zero.

01  error-message-table.
    05  error-messages.
	10  filler			pic x(60)	value
		"PATIENT NOT ON THE PATIENT MASTER".
	10  filler			pic x(60)	value
		"INVALID DATE".
	10  filler			pic x(60)	value
		"CLIENT NOT ON THE CLIENT MASTER".
	10  filler			pic x(60)	value
		"AUTHORIZATION NUMBER IS REQUIRED".
	10  filler			pic x(60)	value
		"AUTHORIZATION ALREADY ON FILE - USE C".
	10  filler			pic x(60)	value
		"AUTHORIZATION NOT ON FILE".
	10  filler			pic x(60)	value
		"APPROVED UNITS MUST BE GREATER THAN ZERO".
	10  filler			pic x(60)	value
		"EFFECTIVE DATE IS REQUIRED".
	10  filler			pic x(60)	value
		"EXPIRY CANNOT BE BEFORE THE EFFECTIVE DATE".
	10  filler			pic x(60)	value
		"STATUS MUST BE A (ACTIVE) OR C (CANCELLED)".
	10  filler			pic x(60)	value
		"UNITS USED CANNOT EXCEED THE UNITS APPROVED".
    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 11 times.
01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m113".
    05  line 01 col 15 value "Insurer Pre-Authorizations".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-option.
    05  line 03 col 01 value "OPTION (A=add C=change I=inquire L=list *=end)".
    05  scr-option-fld line 03 col 55 pic x using ws-option auto required.

01  scr-pat-key-entry.
    05  line 05 col 01 value "PATIENT KEY".
    05  scr-pat-key line 05 col 30 pic x(16) using sel-pat-key auto required.

01  scr-pat-name.
    05  line 05 col 49 pic x(18) from pat-surname.
    05  line 05 col 68 pic x(12) from pat-given-name.

01  scr-client-entry.
    05  line 06 col 01 value "CLIENT".
    05  scr-client-id line 06 col 30 pic x(5) using sel-client-id auto required.

01  scr-client-name.
    05  line 06 col 49 pic x(30) from client-desc of client-mstr-rec.

01  scr-auth-nbr-entry.
    05  line 07 col 01 value "AUTHORIZATION NUMBER".
    05  scr-auth-nbr line 07 col 30 pic x(15) using sel-auth-nbr auto.

01  scr-auth-entry.
    05  line 09 col 01 value "SERVICES AUTHORIZED".
    05  scr-service-desc line 09 col 30 pic x(30) using entry-service-desc auto.
    05  line 10 col 01 value "REQUESTING DOCTOR".
    05  scr-doc-nbr line 10 col 30 pic x(3) using entry-doc-nbr auto.
    05  line 11 col 01 value "UNITS APPROVED".
    05  scr-approved-units line 11 col 30 pic zzz9 using entry-approved-units auto.
    05  line 12 col 01 value "EFFECTIVE (YYYYMMDD)".
    05  scr-effective-date line 12 col 30 pic 9(8) using entry-effective-date auto.
    05  line 13 col 01 value "EXPIRES (0=NONE)".
    05  scr-expiry-date line 13 col 30 pic 9(8) using entry-expiry-date auto.

01  scr-auth-change.
    05  line 14 col 01 value "UNITS USED".
    05  scr-units-used line 14 col 30 pic zzz9 using entry-units-used auto.
    05  line 15 col 01 value "STATUS (A/C)".
    05  scr-status line 15 col 30 pic x using entry-status auto.
    05  line 16 col 01 value "RENEWAL REQUESTED".
    05  scr-renewal-req-date line 16 col 30 pic 9(8) using entry-renewal-req-date auto.

01  scr-auth-dates.
    05  line 18 col 01 value "ENTERED".
    05  line 18 col 30 pic 9(8) from auth-entered-date.
    05  line 18 col 45 value "LAST CHANGED".
    05  line 18 col 60 pic 9(8) from auth-last-maint-date.
    05  line 19 col 01 value "LAST DRAWN ON A CLAIM".
    05  line 19 col 30 pic 9(8) from auth-last-used-date.

01  scr-list-head.
    05  line 07 col 01 value "CLIENT AUTHORIZATION   SERVICES".
    05  line 07 col 50 value "APPR USED LEFT  EXPIRES  S".

01  scr-list-line.
    05  line cur-line col 01 pic x(5) from auth-client-id.
    05  line cur-line col 08 pic x(15) from auth-nbr.
    05  line cur-line col 24 pic x(25) from auth-service-desc.
    05  line cur-line col 50 pic zzz9 from auth-approved-units.
    05  line cur-line col 55 pic zzz9 from auth-units-used.
    05  line cur-line col 60 pic zzz9- from ws-units-left.
    05  line cur-line col 66 pic 9(8) from auth-expiry-date.
    05  line cur-line col 75 pic x from auth-status.

01  scr-confirm.
    05  line 21 col 01 value "ACCEPT (Y/N)".
    05  scr-confirm-fld line 21 col 15 pic x using ws-confirm auto required.

01  scr-err-msg-line.
    05  line 24 col 01 pic x(60) from err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-work-area.
    05  line 05 col 01 blank screen.

01  blank-list-area.
    05  line 09 col 01 blank screen.

01  blank-line-24.
    05  line 24 col 01 blank line.

01  scr-closing-screen.
    05  blank screen.
    05  line 21 col 20	value "program m113 ending".
procedure division.
declaratives.

err-pat-file section.
    use after standard error procedure on pat-mstr.
err-pat-mstr.
    move status-cobol-pat-mstr		to common-status-file.
    display "error in accessing patient master - status "
	    common-status-file.
    stop "error in accessing patient master".

err-client-file section.
    use after standard error procedure on client-mstr.
err-client-mstr.
    move status-cobol-client-mstr	to common-status-file.
    display "error in accessing client master - status "
	    common-status-file.
    stop "error in accessing client master".

err-preauth-file section.
    use after standard error procedure on preauth-mstr.
err-preauth-mstr.
    move status-cobol-preauth		to common-status-file.
    display "error in accessing pre-authorization master - status "
	    common-status-file.
    stop "error in accessing pre-authorization master".

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

    open input pat-mstr
	       client-mstr.
    open i-o preauth-mstr.

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
      and not option-list
    then
	go to ab0-99-exit.
*   endif

    display blank-work-area.

    perform ba0-find-patient		thru	ba0-99-exit.

    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    if option-list
    then
	perform ea0-list-auths		thru	ea0-99-exit
	go to ab0-99-exit.
*   endif

    perform bb0-find-client		thru	bb0-99-exit.

    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    perform bc0-accept-auth-nbr		thru	bc0-99-exit.

    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    move sel-pat-key			to	auth-pat-key.
    move sel-client-id			to	auth-client-id.
    move sel-auth-nbr			to	auth-nbr.

    if option-add
    then
	perform ca0-add-auth		thru	ca0-99-exit
	go to ab0-99-exit.
*   endif

    if option-change
    then
	perform cb0-change-auth		thru	cb0-99-exit
    else
	perform da0-inquire-auth	thru	da0-99-exit.
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
bb0-find-client.

    move "N"				to	entry-ok.

    display scr-client-entry.
    accept scr-client-id.

    move sel-client-id			to	client-id of client-mstr-rec.

    read client-mstr
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    display scr-client-name.
    move "Y"				to	entry-ok.

bb0-99-exit.
    exit.
bc0-accept-auth-nbr.

    move "N"				to	entry-ok.
    move spaces				to	sel-auth-nbr.

    display scr-auth-nbr-entry.
    accept scr-auth-nbr.

    if sel-auth-nbr = spaces
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bc0-99-exit.
*   endif

    display blank-line-24.
    move "Y"				to	entry-ok.

bc0-99-exit.
    exit.
ca0-add-auth.

    read preauth-mstr
	invalid key
	    go to ca0-10-new.

    move 5				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.
    go to ca0-99-exit.

ca0-10-new.

    move spaces				to	entry-auth.
    move zero				to	entry-approved-units
						entry-units-used
						entry-effective-date
						entry-expiry-date
						entry-renewal-req-date.
    move "A"				to	entry-status.

    perform cc0-accept-auth		thru	cc0-99-exit.
    if entry-ok not = "Y"
    then
	go to ca0-99-exit.
*   endif

    move spaces				to	preauth-rec.
    move sel-pat-key			to	auth-pat-key.
    move sel-client-id			to	auth-client-id.
    move sel-auth-nbr			to	auth-nbr.
    move zero				to	auth-last-used-date.
    perform cd0-move-entry		thru	cd0-99-exit.
    move sys-date-long			to	auth-entered-date.

    write preauth-rec
	invalid key
	    move 5			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ca0-99-exit.

    display "AUTHORIZATION ADDED".
    display confirm.
    stop " ".

ca0-99-exit.
    exit.
cb0-change-auth.

    read preauth-mstr
	invalid key
	    move 6			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to cb0-99-exit.

    display scr-auth-dates.

    move auth-service-desc		to	entry-service-desc.
    move auth-doc-nbr			to	entry-doc-nbr.
    move auth-approved-units		to	entry-approved-units.
    move auth-units-used		to	entry-units-used.
    move auth-effective-date		to	entry-effective-date.
    move auth-expiry-date		to	entry-expiry-date.
    move auth-status			to	entry-status.
    move auth-renewal-req-date		to	entry-renewal-req-date.

    perform cc0-accept-auth		thru	cc0-99-exit.
    if entry-ok not = "Y"
    then
	go to cb0-99-exit.
*   endif

    perform cd0-move-entry		thru	cd0-99-exit.

    rewrite preauth-rec.

    display "AUTHORIZATION CHANGED".
    display confirm.
    stop " ".

cb0-99-exit.
    exit.
cc0-accept-auth.

    move "N"				to	entry-ok.

cc0-10-entry.

    display scr-auth-entry.
    accept scr-service-desc.
    accept scr-doc-nbr.
    accept scr-approved-units.
    accept scr-effective-date.
    accept scr-expiry-date.

*	(units used, status and the renewal date only mean something
*	 once the authorization is on file)
    if option-change
    then
	display scr-auth-change
	accept scr-units-used
	accept scr-status
	accept scr-renewal-req-date.
*   endif

    display blank-line-24.

    if entry-approved-units = zero
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cc0-10-entry.
*   endif

    if entry-units-used > entry-approved-units
    then
	move 11				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cc0-10-entry.
*   endif

    if    entry-status not = "A"
      and entry-status not = "C"
    then
	move 10				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cc0-10-entry.
*   endif

    if entry-effective-date = zero
    then
	move 8				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cc0-10-entry.
*   endif

    move entry-effective-date		to	entry-date.
    perform xa0-edit-date		thru	xa0-99-exit.
    if entry-ok not = "Y"
    then
	go to cc0-10-entry.
*   endif

    if entry-renewal-req-date not = zero
    then
	move entry-renewal-req-date	to	entry-date
	perform xa0-edit-date		thru	xa0-99-exit.
*   endif
    if entry-ok not = "Y"
    then
	go to cc0-10-entry.
*   endif

    if entry-expiry-date = zero
    then
	go to cc0-50-confirm.
*   endif

    move entry-expiry-date		to	entry-date.
    perform xa0-edit-date		thru	xa0-99-exit.
    if entry-ok not = "Y"
    then
	go to cc0-10-entry.
*   endif

    if entry-expiry-date < entry-effective-date
    then
	move 9				to	err-ind
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

    move entry-service-desc		to	auth-service-desc.
    move entry-doc-nbr			to	auth-doc-nbr.
    move entry-approved-units		to	auth-approved-units.
    move entry-units-used		to	auth-units-used.
    move entry-effective-date		to	auth-effective-date.
    move entry-expiry-date		to	auth-expiry-date.
    move entry-status			to	auth-status.
    move entry-renewal-req-date		to	auth-renewal-req-date.
    move sys-date-long			to	auth-last-maint-date.

cd0-99-exit.
    exit.
da0-inquire-auth.

    read preauth-mstr
	invalid key
	    move 6			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to da0-99-exit.

    move auth-service-desc		to	entry-service-desc.
    move auth-doc-nbr			to	entry-doc-nbr.
    move auth-approved-units		to	entry-approved-units.
    move auth-units-used		to	entry-units-used.
    move auth-effective-date		to	entry-effective-date.
    move auth-expiry-date		to	entry-expiry-date.
    move auth-status			to	entry-status.
    move auth-renewal-req-date		to	entry-renewal-req-date.

    display scr-auth-entry.
    display scr-auth-change.
    display scr-auth-dates.

    display confirm.
    stop " ".

da0-99-exit.
    exit.
ea0-list-auths.

    display scr-list-head.

    move 9				to	cur-line.
    move zero				to	ws-hits.
    move "N"				to	eof-preauth.

    move sel-pat-key			to	auth-pat-key.
    move low-values			to	auth-client-id
						auth-nbr.

    start preauth-mstr key is greater than or equal to auth-key
	invalid key
	    move "Y"			to	eof-preauth.

ea0-10-read-loop.

    if eof-preauth = "Y"
    then
	go to ea0-80-done.
*   endif

    read preauth-mstr next
	at end
	    go to ea0-80-done.

    if auth-pat-key not = sel-pat-key
    then
	go to ea0-80-done.
*   endif

    if cur-line > 20
    then
	display confirm
	stop " "
	display blank-list-area
	move 9				to	cur-line.
*   endif

    compute ws-units-left = auth-approved-units - auth-units-used.

    display scr-list-line.
    add 1				to	cur-line
					   ws-hits.
    go to ea0-10-read-loop.

ea0-80-done.

    if ws-hits = zero
    then
	display "NO AUTHORIZATIONS ON FILE FOR THIS PATIENT".
*   endif

    display confirm.
    stop " ".

ea0-99-exit.
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

    close pat-mstr
	  client-mstr.
    close preauth-mstr.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
