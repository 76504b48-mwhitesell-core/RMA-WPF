identification division.
program-id. hcswipe.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: none - the card reader is a keyboard wedge and
*			  the caller accepts the track off the screen
*
*   program purpose : the one place the ontario health card's
*			magnetic stripe is decoded.  d008 and claims
*			entry (moira+d001) hand over track 1 as the
*			reader sent it:
*
*			  %B610054hhhhhhhhhh^SURNAME/GIVEN^eeeeccc
*			  sbbbbbbbbvv...?
*
*			610054 is the ontario card prefix, h the
*			10-digit health number, e the expiry yymm,
*			c the service code (not used here), s the
*			sex (1 = male, 2 = female), b the birth date
*			yyyymmdd and v the version code (blank on
*			the old red-and-white cards).  the card runs
*			out on the holder's birthday in the expiry
*			month, so the expiry day is taken from the
*			birth date.  a track that is not an ontario
*			card, or any piece that does not edit, comes
*			back with the valid flag "N" and the caller
*			keys the card as before.
*
*   revision history:
*
environment division.
input-output section.
file-control.
data division.
file section.
working-storage section.

77  ws-days-in-month			pic 99	value zero.
77  ws-leap-quot			pic 9(4)	value zero.
77  ws-leap-rem				pic 9	value zero.

01  ws-track-pieces.
    05  ws-track-pan			pic x(30)	value spaces.
    05  ws-track-name			pic x(40)	value spaces.
    05  ws-track-rest.
	10  ws-rest-expiry.
	    15  ws-rest-expiry-yy	pic 99.
	    15  ws-rest-expiry-mm	pic 99.
	10  ws-rest-service-cd		pic x(3).
	10  ws-rest-sex			pic x.
	10  ws-rest-birth-date		pic x(8).
	10  ws-rest-version-cd		pic xx.
	10  filler			pic x(20).

01  ws-pan-health-nbr			pic x(10)	value spaces.
01  ws-pan-health-nbr-r redefines ws-pan-health-nbr
					pic 9(10).

01  ws-birth-date			pic x(8)	value spaces.
01  ws-birth-date-r redefines ws-birth-date.
    05  ws-birth-yy			pic 9(4).
    05  ws-birth-mm			pic 99.
    05  ws-birth-dd			pic 99.

01  month-days-table.
    05  filler				pic x(24)	value
		"312931303130313130313031".
01  month-days-r redefines month-days-table.
    05  month-days			pic 99	occurs 12 times.

linkage section.

01  hc-swipe-parms.
    05  hcs-track			pic x(79).
    05  hcs-health-nbr			pic 9(10).
    05  hcs-version-cd			pic xx.
    05  hcs-surname			pic x(18).
    05  hcs-given-name			pic x(12).
    05  hcs-birth-date.
	10  hcs-birth-yy		pic 9(4).
	10  hcs-birth-mm		pic 99.
	10  hcs-birth-dd		pic 99.
    05  hcs-birth-date-r redefines hcs-birth-date
					pic 9(8).
    05  hcs-sex				pic 9.
    05  hcs-expiry-date.
	10  hcs-expiry-yy		pic 9(4).
	10  hcs-expiry-mm		pic 99.
	10  hcs-expiry-dd		pic 99.
    05  hcs-expiry-date-r redefines hcs-expiry-date
					pic 9(8).
    05  hcs-valid-flag			pic x.
	88  hcs-card-read			value "Y".

procedure division using hc-swipe-parms.
main-line section.
mainline.

    perform aa0-split-track		thru aa0-99-exit.

    if hcs-valid-flag = "Y"
    then
	perform ab0-edit-card		thru ab0-99-exit.
*   endif

    exit program.
aa0-split-track.

    move "N"				to	hcs-valid-flag.
    move zero				to	hcs-health-nbr
						hcs-birth-date-r
						hcs-sex
						hcs-expiry-date-r.
    move spaces				to	hcs-version-cd
						hcs-surname
						hcs-given-name
						ws-track-pieces.

*	(ontario cards only - start sentinel, format code "B" and
*	 the 610054 prefix)
    if hcs-track (1:8) not = "%B610054"
    then
	go to aa0-99-exit.
*   endif

    unstring hcs-track			delimited by "^"
	into ws-track-pan
	     ws-track-name
	     ws-track-rest.

    move ws-track-pan (9:10)		to	ws-pan-health-nbr.

    unstring ws-track-name		delimited by "/"
	into hcs-surname
	     hcs-given-name.

    move "Y"				to	hcs-valid-flag.

aa0-99-exit.
    exit.
ab0-edit-card.

    move "N"				to	hcs-valid-flag.

    if   ws-pan-health-nbr not numeric
      or ws-pan-health-nbr-r = zero
    then
	go to ab0-99-exit.
*   endif
    move ws-pan-health-nbr-r		to	hcs-health-nbr.

    if hcs-surname = spaces
    then
	go to ab0-99-exit.
*   endif

    if   ws-rest-sex not = "1"
     and ws-rest-sex not = "2"
    then
	go to ab0-99-exit.
*   endif
    move ws-rest-sex			to	hcs-sex.

    move ws-rest-birth-date		to	ws-birth-date.
    if ws-birth-date not numeric
    then
	go to ab0-99-exit.
*   endif
    if   ws-birth-mm < 1
      or ws-birth-mm > 12
      or ws-birth-dd < 1
      or ws-birth-dd > month-days (ws-birth-mm)
    then
	go to ab0-99-exit.
*   endif
    move ws-birth-date-r		to	hcs-birth-date-r.

    if ws-rest-expiry not numeric
    then
	go to ab0-99-exit.
*   endif
    if   ws-rest-expiry-mm < 1
      or ws-rest-expiry-mm > 12
    then
	go to ab0-99-exit.
*   endif

*	(the card runs out on the birthday in the expiry month -
*	 pulled back to the month end for a birthday the month
*	 does not have)
    compute hcs-expiry-yy = 2000 + ws-rest-expiry-yy.
    move ws-rest-expiry-mm		to	hcs-expiry-mm.
    move month-days (hcs-expiry-mm)	to	ws-days-in-month.
    if   hcs-expiry-mm = 2
     and ws-days-in-month = 29
    then
	divide hcs-expiry-yy by 4 giving ws-leap-quot
	    remainder ws-leap-rem
	if ws-leap-rem = zero
	then
	    move 29			to	ws-days-in-month
	else
	    move 28			to	ws-days-in-month.
*	endif
*   endif
    if ws-birth-dd > ws-days-in-month
    then
	move ws-days-in-month		to	hcs-expiry-dd
    else
	move ws-birth-dd		to	hcs-expiry-dd.
*   endif

*	(version code upshifted as d001 does for a keyed one)
    move ws-rest-version-cd		to	hcs-version-cd.
    inspect hcs-version-cd converting
	"abcdefghijklmnopqrstuvwxyz"	to
	"ABCDEFGHIJKLMNOPQRSTUVWXYZ".

    move "Y"				to	hcs-valid-flag.

ab0-99-exit.
    exit.
