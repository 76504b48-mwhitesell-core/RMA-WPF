identification division.
program-id. facchk.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f149 - facility cross-reference
*			: f148 - moh facility master
*
*   program purpose : the one answer to "is the MOH facility
*			behind this claim good on the service date".
*			the claim's location is looked up on the f149
*			cross-reference, and failing that its
*			hospital code; the facility number found is
*			read on the f148 MOH file and its effective
*			dates tested against the service date (see
*			facchk.ws for the answers).  moira+d001 asks
*			as each in-patient or hospital line is keyed
*			and u887 as it scrubs the header.  the files
*			are opened on the first call and kept open
*			for the run; until u157 has loaded the MOH
*			list there is nothing to check against and
*			every claim answers unchecked.
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
data division.
file section.
*
    copy "f149_facility_xref.fd".
*
    copy "f148_moh_facility.fd".
*
working-storage section.

77  status-cobol-fac-xref		pic xx	value zero.
77  status-cobol-moh-facility		pic xx	value zero.

*	(the files - "N" not yet opened, "Y" open, "X" not loaded)
77  ws-files-open			pic x	value "N".
77  ws-xref-found			pic x	value "N".

linkage section.

01  facility-check-parms.
    05  fcp-loc-nbr			pic x(4).
    05  fcp-hosp-nbr			pic x(4).
    05  fcp-serv-date			pic 9(8).
    05  fcp-fac-nbr			pic x(4).
    05  fcp-fac-name			pic x(40).
    05  fcp-result			pic x.

procedure division using facility-check-parms.
main-line section.
mainline.

    move spaces				to	fcp-fac-nbr
						fcp-fac-name
						fcp-result.

    if ws-files-open = "N"
    then
	perform aa0-open-files		thru aa0-99-exit.
*   endif

    if ws-files-open = "Y"
    then
	perform ba0-check-facility	thru ba0-99-exit.
*   endif

    exit program.
aa0-open-files.

    move "X"				to	ws-files-open.

    open input moh-facility.
    if status-cobol-moh-facility not = "00"
    then
	go to aa0-99-exit.
*   endif

    open input fac-xref.
    if status-cobol-fac-xref not = "00"
    then
	close moh-facility
	go to aa0-99-exit.
*   endif

    move "Y"				to	ws-files-open.

aa0-99-exit.
    exit.
ba0-check-facility.

*	(the location's facility first, then the hospital code's)
    move "N"				to	ws-xref-found.

    if fcp-loc-nbr not = spaces
    then
	move "L"			to	fx-ref-type
	move fcp-loc-nbr		to	fx-ref-code
	move "Y"			to	ws-xref-found
	read fac-xref
	    invalid key
		move "N"		to	ws-xref-found.
*   endif

    if   ws-xref-found = "N"
     and fcp-hosp-nbr not = spaces
     and fcp-hosp-nbr not = "0000"
    then
	move "H"			to	fx-ref-type
	move fcp-hosp-nbr		to	fx-ref-code
	move "Y"			to	ws-xref-found
	read fac-xref
	    invalid key
		move "N"		to	ws-xref-found.
*   endif

    if ws-xref-found = "N"
    then
	move "M"			to	fcp-result
	go to ba0-99-exit.
*   endif

    move fx-fac-nbr			to	fcp-fac-nbr
						fac-nbr.

    read moh-facility
	invalid key
	    move "U"			to	fcp-result
	    go to ba0-99-exit.

    move fac-name			to	fcp-fac-name.

*	(dropped off the list with no end date given - gone)
    if   fac-dropped
     and fac-eff-to = zero
    then
	move "R"			to	fcp-result
	go to ba0-99-exit.
*   endif

    if   fcp-serv-date < fac-eff-from
      or (    fac-eff-to not = zero
	  and fcp-serv-date > fac-eff-to)
    then
	move "E"			to	fcp-result
	go to ba0-99-exit.
*   endif

    move "V"				to	fcp-result.

ba0-99-exit.
    exit.
