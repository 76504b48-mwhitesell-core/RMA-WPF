security.
*
*   files		: f068 - patient demographic change log
*			: f142 - returned mail register (via retmail)
*
*   program purpose : the one place patient demographic changes get
*			logged - source program, operator console
*
*   revision history:
*
*   2026/oct/15 DM	- a logged change to the patient's address
*			  clears an open returned-mail mark (retmail),
*			  so the next mailing goes to the new address.
*
environment division.
input-output section.
file-control.

    copy "sysdatetime.ws".

* 2026/oct/15 - DM
    copy "retmail.ws".
* 2026/oct/15 - end

linkage section.

01  pat-audit-parms.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.
    accept sys-time			from time.

* 2026/oct/15 - DM - a new address is a deliverable one until the
*		mail says otherwise
    if   pap-field-id = "ADDRESS"
      or pap-field-id = "CITY"
      or pap-field-id = "POSTAL CD"
    then
	move spaces			to	returned-mail-parms
	move "X"			to	rmp-function
	move "P"			to	rmp-addressee-type
	move pap-pat-key		to	rmp-addressee-key
	move pap-source-pgm		to	rmp-pgm
	move pap-con-or-run		to	rmp-operator
	move zero			to	rmp-amount
					   	rmp-returned-date
	call "retmail" using returned-mail-parms
	    on exception
		continue.
*   endif
* 2026/oct/15 - end

    open extend pat-audit.

    if status-pat-audit not = "00"
