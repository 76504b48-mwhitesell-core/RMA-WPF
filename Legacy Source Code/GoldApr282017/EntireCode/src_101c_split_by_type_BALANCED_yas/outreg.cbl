identification division.
program-id. outreg.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f163 - outbound transmission register
*
*   program purpose : the one place a file going out of the
*			building is put on the f163 register (see
*			outreg.ws for the calls).  each record the
*			producing program writes is folded into a
*			running content hash as it goes - every
*			byte in turn, times 31 plus the byte's value,
*			kept under a large prime - so two files with
*			the same content carry the same hash however
*			they are named.  at end of job the finished
*			file is filed as produced with its record
*			count, dollar control total and hash; m137
*			then refuses to transmit it (or anything with
*			the same hash) a second time without a
*			supervisor.  the hash starts over after each
*			file is filed, so one program may file more
*			than one.  a register that cannot be opened
*			answers "N" and never stops the producer.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f163_outbound_reg.slr".
*
data division.
file section.
*
    copy "f163_outbound_reg.fd".
*
working-storage section.

77  status-cobol-outbound-reg		pic xx	value zero.

77  ss-byte				pic 9(4) comp	value zero.

77  hash-accum				pic 9(10)	value zero.
77  hash-work				pic 9(15)	value zero.
77  hash-quot				pic 9(15)	value zero.
77  hash-modulus			pic 9(10)	value 999999937.
77  hash-rec-count			pic 9(7)	value zero.

*   one byte of the record, seen as a number

01  hash-byte-pair.
    05  hash-byte-high			pic x	value low-value.
    05  hash-byte-low			pic x	value low-value.
01  hash-byte-value redefines hash-byte-pair	pic 9(4) comp.

    copy "sysdatetime.ws".

linkage section.

01  outbound-reg-parms.
    05  orp-function			pic x.
    05  orp-file-type			pic x(4).
    05  orp-pgm				pic x(8).
    05  orp-file-name			pic x(40).
    05  orp-dollar-total		pic s9(11)v99.
    05  orp-rec-count			pic 9(7).
    05  orp-hash			pic 9(10).
    05  orp-prod-date			pic 9(8).
    05  orp-prod-time			pic 9(8).
    05  orp-dup-xmit			pic x.
    05  orp-result			pic x.
    05  orp-rec-len			pic 9(4).
    05  orp-record			pic x(1500).

procedure division using outbound-reg-parms.
main-line section.
mainline.

    if orp-function = "H"
    then
	perform ba0-hash-record		thru ba0-99-exit.
*   endif

    if orp-function = "P"
    then
	perform ca0-post-file		thru ca0-99-exit.
*   endif

    exit program.
ba0-hash-record.

    if   orp-rec-len = zero
      or orp-rec-len > 1500
    then
	move 1500			to	orp-rec-len.
*   endif

    perform bb0-hash-byte		thru bb0-99-exit
	varying ss-byte from 1 by 1
	until   ss-byte > orp-rec-len.

*	(the end of the record counts too - the same bytes split
*	 into other records is not the same file)
    compute hash-work = hash-accum * 31 + 256.
    divide hash-work by hash-modulus giving hash-quot
	remainder hash-accum.

    add 1				to	hash-rec-count.
    move hash-rec-count			to	orp-rec-count.

ba0-99-exit.
    exit.
bb0-hash-byte.

    move orp-record (ss-byte:1)		to	hash-byte-low.
    compute hash-work = hash-accum * 31 + hash-byte-value + 1.
    divide hash-work by hash-modulus giving hash-quot
	remainder hash-accum.

bb0-99-exit.
    exit.
ca0-post-file.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.
    accept sys-time			from time.

    move hash-rec-count			to	orp-rec-count.
    move hash-accum			to	orp-hash.
    move sys-date-long			to	orp-prod-date.
    move sys-time			to	orp-prod-time.
    move "N"				to	orp-dup-xmit.
    move "N"				to	orp-result.

    open i-o outbound-reg.
    if status-cobol-outbound-reg not = "00"
    then
	go to ca0-90-reset.
*   endif

    perform cb0-supersede		thru cb0-99-exit.
    perform cc0-check-sent		thru cc0-99-exit.

    move spaces				to	outbound-reg-rec.
    move orp-file-type			to	obr-file-type.
    move orp-prod-date			to	obr-prod-date.
    move orp-prod-time			to	obr-prod-time.
    move orp-pgm			to	obr-pgm.
    move orp-file-name			to	obr-file-name.
    move orp-rec-count			to	obr-rec-count.
    move orp-dollar-total		to	obr-dollar-total.
    move orp-hash			to	obr-hash.
    move "P"				to	obr-status.
    move zero				to	obr-xmit-date
						obr-xmit-time
						obr-xmit-count
						obr-sup-date
						obr-ack-date
						obr-ack-entered.

ca0-10-write.

*	(two files of one type in the same hundredth of a second -
*	 the second takes the next one)
    write outbound-reg-rec
	invalid key
	    add 1			to	obr-prod-time
	    go to ca0-10-write.

    move obr-prod-time			to	orp-prod-time.
    move "Y"				to	orp-result.

    close outbound-reg.

ca0-90-reset.

    move zero				to	hash-accum
						hash-rec-count.

ca0-99-exit.
    exit.
cb0-supersede.

*	(an earlier file of the type still waiting to go was
*	 overwritten by this run - it can no longer be sent)
    move spaces				to	outbound-reg-rec.
    move orp-file-type			to	obr-file-type.
    move zero				to	obr-prod-date
						obr-prod-time.

    start outbound-reg key is greater than or equal to obr-key
	invalid key
	    go to cb0-99-exit.

cb0-10-type-loop.

    read outbound-reg next
	at end
	    go to cb0-99-exit.

    if obr-file-type not = orp-file-type
    then
	go to cb0-99-exit.
*   endif

    if obr-produced
    then
	move "S"			to	obr-status
	rewrite outbound-reg-rec
	    invalid key
		continue.
*   endif

    go to cb0-10-type-loop.

cb0-99-exit.
    exit.
cc0-check-sent.

    move orp-hash			to	obr-hash.

    start outbound-reg key is equal to obr-hash
	invalid key
	    go to cc0-99-exit.

cc0-10-hash-loop.

    read outbound-reg next
	at end
	    go to cc0-99-exit.

    if obr-hash not = orp-hash
    then
	go to cc0-99-exit.
*   endif

    if   obr-transmitted
      or obr-acknowledged
    then
	move "Y"			to	orp-dup-xmit
	go to cc0-99-exit.
*   endif

    go to cc0-10-hash-loop.

cc0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
