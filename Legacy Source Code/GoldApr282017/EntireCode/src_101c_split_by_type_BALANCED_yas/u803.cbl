*
*   revision history:
*
*   2026/oct/15 DM	- an expired generation whose clinic and
*			  period end fall under an open legal hold
*			  (m123) is kept, and listed with the hold
*			  and matter reference.
*
environment division.
input-output section.
file-control.
    05  ctr-idx-read			pic 9(7)	value zero.
    05  ctr-gens-deleted		pic 9(5)	value zero.
    05  ctr-lines-deleted		pic 9(7)	value zero.
* 2026/oct/15 - DM
    05  ctr-gens-held			pic 9(5)	value zero.

    copy "legalhold.ws".
* 2026/oct/15 - end

    copy "sysdatetime.ws".
procedure division.
	go to ab0-99-exit.
*   endif

* 2026/oct/15 - DM - expired, but a legal hold may keep it
    move "A"				to	lhp-function.
    move arch-clinic-nbr-1-2		to	lhp-clinic-nbr.
    move arch-period-end		to	lhp-period-end.
    call "legalhold" using legal-hold-parms.

    if lhp-record-held
    then
	add 1				to	ctr-gens-held
	display "u803 - kept, legal hold " lhp-hold-nbr " "
		lhp-matter-ref " " arch-rpt-id " "
		arch-clinic-nbr-1-2 " " arch-period-end " "
		arch-run-date
	go to ab0-99-exit.
*   endif
* 2026/oct/15 - end

*	(expired - the data lines first, then the index entry)
    move arch-generation		to	ws-del-generation.
    perform ba0-delete-data-lines	thru	ba0-99-exit.
    display "u803 - index entries read " ctr-idx-read.
    display "u803 - generations deleted" ctr-gens-deleted.
    display "u803 - lines deleted      " ctr-lines-deleted.
* 2026/oct/15 - DM
    display "u803 - kept by legal hold " ctr-gens-held.
* 2026/oct/15 - end

    stop run.

