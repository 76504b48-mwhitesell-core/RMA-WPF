identification division.
program-id. m130.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f149 - facility cross-reference
*			: f148 - moh facility master
*			: f030 - locations master
*
*   program purpose : facility cross-reference maintenance.  ties
*			each of our f030 locations, and each
*			hospital code keyed on claims, to the MOH
*			facility (master) number it bills under.  the
*			facility must be on the f148 MOH file loaded
*			by u157; a location must be on f030.  the
*			facility's name, type, effective dates and
*			list status are shown as the link is keyed.
*			facchk reads these links when moira+d001 and
*			u887 check a claim, and r110 lists the
*			locations with no link or a facility gone
*			bad.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f149_facility_xref.slr".
*
    copy "f148_moh_facility.slr".
*
    copy "f030_locations_mstr.slr".
*
data division.
file section.
*
    copy "f149_facility_xref.fd".
*
    copy "f148_moh_facility.fd".
*
    copy "f030_locations_mstr.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-fac-xref		pic xx	value zero.
77  status-cobol-moh-facility		pic xx	value zero.
77  status-cobol-loc-mstr		pic xx	value zero.

77  ws-continue				pic x	value spaces.
77  entry-type				pic x	value spaces.
    88  add-code				value "A".
    88  change-code				value "C".
    88  delete-code				value "D".
    88  inquire-code				value "I".
    88  end-maintenance				value "*".

01  ws-ref-type				pic x	value spaces.
    88  ws-ref-location				value "L".
    88  ws-ref-hospital				value "H".
01  ws-ref-code				pic x(4)	value spaces.
01  ws-fac-nbr				pic x(4)	value spaces.

01  ws-ref-desc				pic x(30)	value spaces.
01  ws-fac-status-desc			pic x(12)	value spaces.

77  ws-user-name			pic x(8)	value spaces.
77  ws-on-file				pic x	value "N".

01  counters.
    05  ctr-xref-reads			pic 9(7)	value zero.
    05  ctr-xref-adds			pic 9(7)	value zero.
    05  ctr-xref-changes		pic 9(7)	value zero.
    05  ctr-xref-deletes		pic 9(7)	value zero.

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"invalid entry type - use a/c/d/i or * to end".
	10  filler			pic x(60)   value
		"type must be L (location) or H (hospital code)".
	10  filler			pic x(60)   value
		"location not on locations master".
	10  filler			pic x(60)   value
		"location / hospital code must be entered".
	10  filler			pic x(60)   value
		"already cross-referenced - use change".
	10  filler			pic x(60)   value
		"not cross-referenced - use add".
	10  filler			pic x(60)   value
		"facility number not on the MOH facility file".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 7 times.

01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m130".
    05  line 01 col 15 value "Facility Cross-Reference".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-entry-type.
    05  line 03 col 01 value "ENTRY (A=add C=change D=delete I=inquire *=end)".
    05  scr-type line 03 col 60 pic x using entry-type auto required.

01  scr-ref.
    05  line 05 col 01 value "TYPE (L=location H=hospital code)".
    05  scr-ref-type line 05 col 36 pic x using ws-ref-type auto.
    05  line 06 col 01 value "LOCATION / HOSPITAL CODE".
    05  scr-ref-code line 06 col 36 pic x(4) using ws-ref-code auto.
    05  line 06 col 42 pic x(30) from ws-ref-desc.

01  scr-fac.
    05  line 08 col 01 value "MOH FACILITY NUMBER".
    05  scr-fac-nbr line 08 col 36 pic x(4) using ws-fac-nbr auto.

01  scr-fac-dtl.
    05  line 10 col 01 value "FACILITY NAME".
    05  line 10 col 20 pic x(40) from fac-name.
    05  line 11 col 01 value "TYPE".
    05  line 11 col 20 pic xx from fac-type.
    05  line 11 col 30 value "LIST STATUS".
    05  line 11 col 43 pic x(12) from ws-fac-status-desc.
    05  line 12 col 01 value "EFFECTIVE FROM".
    05  line 12 col 20 pic 9999/99/99 from fac-eff-from.
    05  line 12 col 32 value "TO".
    05  line 12 col 35 pic 9999/99/99 from fac-eff-to.
    05  line 13 col 01 value "LAST CHANGED".
    05  line 13 col 20 pic 9999/99/99 from fac-last-changed.
    05  line 13 col 32 pic x(30) from fac-change-desc.

01  scr-xref-dtl.
    05  line 15 col 01 value "LAST MAINTAINED BY".
    05  line 15 col 20 pic x(8) from fx-maint-by.
    05  line 15 col 30 value "ON".
    05  line 15 col 33 pic 9999/99/99 from fx-maint-date.

01  scr-confirm.
    05  line 22 col 01 value "OK TO FILE (Y/N)".
    05  scr-confirm-reply line 22 col 25 pic x using ws-continue auto required.

01  scr-delete-confirm.
    05  line 22 col 01 value "DELETE THIS CROSS-REFERENCE (Y/N)".
    05  scr-delete-reply line 22 col 36 pic x using ws-continue auto required.

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

01  scr-closing-screen.
    05  blank screen.
    05  line 12 col 20  value "reads".
    05  line 12 col 60  pic z(6)9 using ctr-xref-reads.
    05  line 13 col 20  value "cross-references added".
    05  line 13 col 60  pic z(6)9 using ctr-xref-adds.
    05  line 14 col 20  value "cross-references changed".
    05  line 14 col 60  pic z(6)9 using ctr-xref-changes.
    05  line 15 col 20  value "cross-references deleted".
    05  line 15 col 60  pic z(6)9 using ctr-xref-deletes.
    05  line 21 col 20	value "program m130 ending".
    05  line 21 col 40	pic 99 from sys-hrs.
    05  line 21 col 42	value ":".
    05  line 21 col 43	pic 99 from sys-min.

procedure division.
declaratives.

err-fac-xref-file section.
    use after standard error procedure on fac-xref.
err-fac-xref.
    move status-cobol-fac-xref		to common-status-file.
    display file-status-display.
    stop "error in accessing facility cross-reference".

err-moh-facility-file section.
    use after standard error procedure on moh-facility.
err-moh-facility.
    move status-cobol-moh-facility	to common-status-file.
    display file-status-display.
    stop "error in accessing moh facility master".

err-loc-mstr-file section.
    use after standard error procedure on loc-mstr.
err-loc-mstr.
    move status-cobol-loc-mstr		to common-status-file.
    display file-status-display.
    stop "error in accessing locations master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until end-maintenance.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.
    accept ws-user-name			from user name.

    move 0				to counters.

    open i-o fac-xref.

*	(fresh system - create the cross-reference so the first link
*	 can be keyed)
    if status-cobol-fac-xref = "35"
    then
	open output fac-xref
	close fac-xref
	open i-o fac-xref.
*   endif

    open input moh-facility.
    open input loc-mstr.

    display scr-title.

aa0-99-exit.
    exit.
ab0-processing.

    move 0				to	err-ind.
    display scr-entry-type.
    accept scr-type.

    if end-maintenance
    then
	go to ab0-99-exit.
*   endif

    if   not add-code
     and not change-code
     and not delete-code
     and not inquire-code
    then
	move 1				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    display blank-work-area.

    move spaces				to	ws-ref-type
						ws-ref-code
						ws-ref-desc
						ws-fac-nbr.
    display scr-ref.

ab0-10-accept-ref.

    accept scr-ref-type.
    accept scr-ref-code.

    if   not ws-ref-location
     and not ws-ref-hospital
    then
	move 2				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-10-accept-ref.
*   endif

    if ws-ref-code = spaces
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-10-accept-ref.
*   endif

    perform ca0-check-ref		thru	ca0-99-exit.
    if err-ind not = zero
    then
	go to ab0-99-exit.
*   endif

    display scr-ref.

    perform cc0-read-xref		thru	cc0-99-exit.

    if add-code
    then
	perform ba0-add			thru	ba0-99-exit
    else
	if change-code
	then
	    perform bb0-change		thru	bb0-99-exit
	else
	    if delete-code
	    then
		perform bc0-delete	thru	bc0-99-exit
	    else
		perform bd0-inquire	thru	bd0-99-exit.
*	    endif
*	endif
*   endif

ab0-99-exit.
    exit.
ba0-add.

    if ws-on-file = "Y"
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-99-exit.
*   endif

    perform bx0-accept-facility		thru	bx0-99-exit.
    if ws-continue not = "Y"
    then
	go to ba0-99-exit.
*   endif

    move spaces				to	fac-xref-rec.
    move ws-ref-type			to	fx-ref-type.
    move ws-ref-code			to	fx-ref-code.
    move ws-fac-nbr			to	fx-fac-nbr.
    move sys-date-long-r		to	fx-maint-date.
    move ws-user-name			to	fx-maint-by.

    write fac-xref-rec.

    add 1				to	ctr-xref-adds.

    display scr-xref-dtl.

ba0-99-exit.
    exit.
bb0-change.

    if ws-on-file not = "Y"
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-99-exit.
*   endif

    move fx-fac-nbr			to	ws-fac-nbr.
    perform cb0-read-facility		thru	cb0-99-exit.
    display scr-xref-dtl.

    perform bx0-accept-facility		thru	bx0-99-exit.
    if ws-continue not = "Y"
    then
	go to bb0-99-exit.
*   endif

    move ws-fac-nbr			to	fx-fac-nbr.
    move sys-date-long-r		to	fx-maint-date.
    move ws-user-name			to	fx-maint-by.

    rewrite fac-xref-rec.

    add 1				to	ctr-xref-changes.

    display scr-xref-dtl.

bb0-99-exit.
    exit.
bc0-delete.

    if ws-on-file not = "Y"
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bc0-99-exit.
*   endif

    move fx-fac-nbr			to	ws-fac-nbr.
    display scr-fac.
    perform cb0-read-facility		thru	cb0-99-exit.
    display scr-xref-dtl.

    display scr-delete-confirm.
    accept scr-delete-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bc0-99-exit.
*   endif

    delete fac-xref record.

    add 1				to	ctr-xref-deletes.

bc0-99-exit.
    exit.
bd0-inquire.

    if ws-on-file not = "Y"
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bd0-99-exit.
*   endif

    move fx-fac-nbr			to	ws-fac-nbr.
    display scr-fac.
    perform cb0-read-facility		thru	cb0-99-exit.
    display scr-xref-dtl.
    display confirm.
    stop " ".

bd0-99-exit.
    exit.
bx0-accept-facility.

*	(the facility must be on the MOH file - a link to a number
*	 the ministry has dropped is allowed, the list status shows)
    move "N"				to	ws-continue.

bx0-10-accept.

    display scr-fac.
    accept scr-fac-nbr.

    if ws-fac-nbr = spaces
    then
	go to bx0-99-exit.
*   endif

    perform cb0-read-facility		thru	cb0-99-exit.
    if err-ind not = zero
    then
	go to bx0-10-accept.
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if ws-continue = "y"
    then
	move "Y"			to	ws-continue.
*   endif

bx0-99-exit.
    exit.
ca0-check-ref.

    move 0				to	err-ind.
    move spaces				to	ws-ref-desc.

    if ws-ref-hospital
    then
	move "HOSPITAL CODE"		to	ws-ref-desc
	go to ca0-99-exit.
*   endif

    move ws-ref-code			to	loc-nbr.
    read loc-mstr
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ca0-99-exit.

    move loc-name			to	ws-ref-desc.

ca0-99-exit.
    exit.
cb0-read-facility.

    move 0				to	err-ind.
    move ws-fac-nbr			to	fac-nbr.
    read moh-facility
	invalid key
	    move 7			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to cb0-99-exit.

    if fac-dropped
    then
	move "DROPPED"			to	ws-fac-status-desc
    else
	move "ON MOH LIST"		to	ws-fac-status-desc.
*   endif

    display scr-fac-dtl.

cb0-99-exit.
    exit.
cc0-read-xref.

    move "N"				to	ws-on-file.
    move ws-ref-type			to	fx-ref-type.
    move ws-ref-code			to	fx-ref-code.

    read fac-xref
	invalid key
	    go to cc0-99-exit.

    add 1				to	ctr-xref-reads.
    move "Y"				to	ws-on-file.

cc0-99-exit.
    exit.
az0-end-of-job.

    close fac-xref.
    close moh-facility.
    close loc-mstr.

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
