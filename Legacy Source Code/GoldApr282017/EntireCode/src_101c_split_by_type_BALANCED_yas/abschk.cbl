identification division.
program-id. abschk.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f162 - doctor absence calendar
*			: f081 - locum master
*
*   program purpose : the one answer to "was the doctor away on
*			this service date".  the doctor's absences
*			on the f162 calendar are read in date order
*			until one takes in the service date; when
*			one does, the doctor's f081 locum agreements
*			are read for the locum covering the date, so
*			the keyer can be told who should probably
*			have billed it (see abschk.ws for the
*			answers).  moira+d001 asks as each service
*			date is keyed, u887 as it scrubs the header
*			and r161 for each claim it lists.  the files
*			are opened on the first call and kept open
*			for the run; with no calendar on file every
*			date answers unchecked.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f162_doc_absence.slr".
*
    copy "f081_locum_mstr.slr".
*
data division.
file section.
*
    copy "f162_doc_absence.fd".
*
    copy "f081_locum_mstr.fd".
*
working-storage section.

77  status-cobol-doc-absence		pic xx	value zero.
77  status-cobol-locum-mstr		pic xx	value zero.

*	(the files - "N" not yet opened, "Y" open, "X" no calendar)
77  ws-files-open			pic x	value "N".
77  ws-locum-open			pic x	value "N".

linkage section.

01  absence-check-parms.
    05  acp-doc-nbr			pic x(3).
    05  acp-serv-date			pic 9(8).
    05  acp-abs-type			pic x.
    05  acp-date-from			pic 9(8).
    05  acp-date-to			pic 9(8).
    05  acp-abs-desc			pic x(30).
    05  acp-locum-doc			pic x(3).
    05  acp-result			pic x.

procedure division using absence-check-parms.
main-line section.
mainline.

    move spaces				to	acp-abs-type
						acp-abs-desc
						acp-locum-doc
						acp-result.
    move zero				to	acp-date-from
						acp-date-to.

    if ws-files-open = "N"
    then
	perform aa0-open-files		thru aa0-99-exit.
*   endif

    if ws-files-open = "Y"
    then
	perform ba0-check-absence	thru ba0-99-exit.
*   endif

    if   acp-result = "A"
     and ws-locum-open = "Y"
    then
	perform ca0-find-locum		thru ca0-99-exit.
*   endif

    exit program.
aa0-open-files.

    move "X"				to	ws-files-open.

    open input doc-absence.
    if status-cobol-doc-absence not = "00"
    then
	go to aa0-99-exit.
*   endif

    move "Y"				to	ws-files-open.

*	(no locum master just means no locum is named)
    open input locum-mstr.
    if status-cobol-locum-mstr = "00"
    then
	move "Y"			to	ws-locum-open.
*   endif

aa0-99-exit.
    exit.
ba0-check-absence.

    move "N"				to	acp-result.

    move acp-doc-nbr			to	abs-doc-nbr.
    move zero				to	abs-date-from.

    start doc-absence key is greater than or equal to abs-key
	invalid key
	    go to ba0-99-exit.

ba0-10-absence-loop.

    read doc-absence next
	at end
	    go to ba0-99-exit.

*	(past the doctor, or absences starting after the date)
    if   abs-doc-nbr not = acp-doc-nbr
      or abs-date-from > acp-serv-date
    then
	go to ba0-99-exit.
*   endif

    if abs-date-to < acp-serv-date
    then
	go to ba0-10-absence-loop.
*   endif

    move "A"				to	acp-result.
    move abs-type			to	acp-abs-type.
    move abs-date-from			to	acp-date-from.
    move abs-date-to			to	acp-date-to.
    move abs-desc			to	acp-abs-desc.

ba0-99-exit.
    exit.
ca0-find-locum.

*	(the first of the doctor's locums whose agreement is in
*	 effect on the date - an open-ended agreement has no end)
    move acp-doc-nbr			to	locum-host-doc.
    move low-values			to	locum-doc-nbr.

    start locum-mstr key is greater than or equal to locum-key
	invalid key
	    go to ca0-99-exit.

ca0-10-locum-loop.

    read locum-mstr next
	at end
	    go to ca0-99-exit.

    if locum-host-doc not = acp-doc-nbr
    then
	go to ca0-99-exit.
*   endif

    if   locum-eff-from not > acp-serv-date
     and (   locum-eff-to = zero
	  or locum-eff-to not < acp-serv-date)
    then
	move locum-doc-nbr		to	acp-locum-doc
	go to ca0-99-exit.
*   endif

    go to ca0-10-locum-loop.

ca0-99-exit.
    exit.
