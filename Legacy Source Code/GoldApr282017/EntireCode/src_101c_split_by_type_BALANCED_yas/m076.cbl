*
*    files      f072  : client (insurance company) master
*		rm076 : audit file
*		f142  : returned mail register (via retmail)
*
*    program purpose : maintain the insurance company (client) master
*		       and its electronic claim submission capability
*			but the maintenance program itself was never
*			written.
*
*		2026/10/15 (d.m.) - a changed mailing address clears
*			the client's returned-mail mark (retmail) so
*			u039 mails the next statement.
*
environment division.
input-output section.
file-control.

copy "sysdatetime.ws".

* 2026/10/15 - DM - the mailing address as read, for the
*		    returned-mail clear
01  ws-addr-before			pic x(96)	value spaces.
01  ws-addr-after			pic x(96)	value spaces.
copy "retmail.ws".
* 2026/10/15 - end

screen section.
01 scr-title.
    05  blank screen.
*   (else)
*   endif

* 2026/10/15 - DM - the address as it stood before this change
    if    ok
      and option = "C"
    then
	move client-addr1		to	ws-addr-before (1:30)
	move client-addr2		to	ws-addr-before (31:30)
	move client-city-prov		to	ws-addr-before (61:30)
	move client-postal-cd		to	ws-addr-before (91:6).
*   (else)
*   endif
* 2026/10/15 - end

    if    ok
      and option = "I" or "C" or "D"
    then
    rewrite client-mstr-rec.
    add 1				to ctr-client-changes.

* 2026/10/15 - DM - a new address clears a returned-mail mark
    move client-addr1			to	ws-addr-after (1:30).
    move client-addr2			to	ws-addr-after (31:30).
    move client-city-prov		to	ws-addr-after (61:30).
    move client-postal-cd		to	ws-addr-after (91:6).
    if ws-addr-after not = ws-addr-before
    then
	move spaces			to	returned-mail-parms
	move "X"			to	rmp-function
	move "C"			to	rmp-addressee-type
	move client-id of client-mstr-rec
					to	rmp-addressee-key
	move "m076"			to	rmp-pgm
	move zero			to	rmp-amount
					   	rmp-returned-date
	call "retmail" using returned-mail-parms
	    on exception
		continue.
*   endif
* 2026/10/15 - end

pa0-99-exit.
    exit.

