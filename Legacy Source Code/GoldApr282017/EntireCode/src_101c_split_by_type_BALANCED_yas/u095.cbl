*
*   files		: f002 - claims master
*			: f010 - patient master
*			: f146 - letter selection list
*			: ru095 - hcv exception list (printer)
*
*   program purpose : overnight health card validation sweep.
*
*   revision history:
*
*   2026/oct/15 DM	- every exception also goes on the f146 letter
*			  selection list with the claim that brought
*			  the patient up, so u155 can send the "bring
*			  your new health card" letter to the lot.
*
environment division.
input-output section.
file-control.
    copy "f002_claims_mstr.slr".
*
    copy "f010_new_patient_mstr.slr".
*
* 2026/oct/15 - DM
    copy "f146_letter_select.slr".
* 2026/oct/15 - end
*
    select exception-file
	assign to printer print-file-name
*
    copy "f010_patient_mstr.fd".
*
* 2026/oct/15 - DM
    copy "f146_letter_select.fd".
* 2026/oct/15 - end
*
fd  exception-file
    record contains 132 characters.

77  common-status-file			pic x(2).
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
* 2026/oct/15 - DM
77  status-letter-select		pic xx	value zero.
* 2026/oct/15 - end

77  eof-claims-mstr			pic x	value "N".

    05  ctr-deceased-stamped		pic 9(7)	value zero.
* 2026/sep/02 - end
    05  ctr-service-unavail		pic 9(5)	value zero.
* 2026/oct/15 - DM
    05  ctr-letters-selected		pic 9(5)	value zero.
* 2026/oct/15 - end

77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
    open i-o pat-mstr.
* 2026/sep/02 - end
    open output exception-file.
* 2026/oct/15 - DM - a fresh letter list every run
    open output letter-select.
* 2026/oct/15 - end

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move l1-exc-line			to	print-line.
    perform xb0-write-exception-record	thru	xb0-99-exit.

* 2026/oct/15 - DM - the patient wants a health card letter - not
*		the estate
    if pat-date-of-death = zero
    then
	move spaces			to	letter-select-rec
	move "P"			to	ls-addressee-type
	move key-pat-mstr		to	ls-addressee-key
	move clmhdr-claim-id		to	ls-claim-id
	move "u095"			to	ls-source-pgm
	move sys-date-long		to	ls-source-date
	move "HCV RESPONSE"		to	ls-reason
	move hcv-response-cd		to	ls-reason (14:2)
	write letter-select-rec
	add 1				to	ctr-letters-selected.
*   endif
* 2026/oct/15 - end

bb0-99-exit.
    exit.
az0-end-of-job.
    close claims-mstr.
    close pat-mstr.
    close exception-file.
* 2026/oct/15 - DM
    close letter-select.
* 2026/oct/15 - end

    display "u095 - claims read        " ctr-claims-mstr-reads.
    display "u095 - cards checked      " ctr-cards-checked.
* 2026/sep/02 - DM
    display "u095 - deceased stamped   " ctr-deceased-stamped.
* 2026/sep/02 - end
* 2026/oct/15 - DM
    display "u095 - letters selected   " ctr-letters-selected.
* 2026/oct/15 - end

    stop run.

