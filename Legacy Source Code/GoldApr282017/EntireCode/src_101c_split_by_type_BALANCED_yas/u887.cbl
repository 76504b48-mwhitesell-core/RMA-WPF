*			 - a duplicate-service probe (same patient,
*			   doctor, code and service date already on
*			   the claims master under another claim)
*			 - the MOH facility behind the location or
*			   hospital code is on the f148 MOH list and
*			   in effect at the service date (facchk)
*			 - no service after the last billing day
*			   of a doctor closed through u159
*			 - the rendering doctor not away on the
*			   service date per the f162 absence
*			   calendar (abschk), with the covering
*			   locum named
*			the output is a fix list by batch so the
*			claims are repaired before they leave the
*			building - every MOH round trip costs six
*
*   revision history:
*
*   2026/oct/15 DM	- lift d001's swiped-card parking ("S" in
*			  clmhdr-reference position 9) into
*			  clmhdr-hc-entry-method.
*   2026/oct/15 DM	- warn on a service date inside the doctor's
*			  f162 absence, naming the covering locum.
*
environment division.
input-output section.
file-control.
	10  filler			pic x(50)	value
		"INPATIENT-ONLY CODE ON AN OUTPATIENT CLAIM".
* 2026/sep/02 - end
* 2026/oct/15 - DM
	10  filler			pic x(50)	value
		"SERVICE MODALITY NOT I, V, T OR M".
	10  filler			pic x(50)	value
		"VIRTUAL MODALITY NOT ALLOWED FOR THIS CODE".
* 2026/oct/15 - end
* 2026/oct/15 - DM - MOH facility number
	10  filler			pic x(50)	value
		"NO MOH FACILITY NUMBER FOR LOCATION/HOSPITAL".
	10  filler			pic x(50)	value
		"MOH FACILITY NUMBER NOT ON FACILITY FILE".
	10  filler			pic x(50)	value
		"MOH FACILITY NOT IN EFFECT AT SERVICE DATE".
	10  filler			pic x(50)	value
		"MOH FACILITY DROPPED FROM THE MOH LIST".
* 2026/oct/15 - end
* 2026/oct/15 - DM - doctor closure
	10  filler			pic x(50)	value
		"SERVICE AFTER THE DOCTOR'S LAST BILLING DAY".
* 2026/oct/15 - end
* 2026/oct/15 - DM - doctor absence calendar (36 has the locum
*		number laid into positions 44-46 as it is listed)
	10  filler			pic x(50)	value
		"SERVICE WHILE DOCTOR AWAY - NO LOCUM COVERS".
	10  filler			pic x(50)	value
		"SERVICE WHILE DOCTOR AWAY - COVERING LOCUM".
* 2026/oct/15 - end
    05  scrub-messages-r redefines scrub-messages.
	10  scrub-msg			pic x(50)
* 2026/sep/02 - DM
* 2026/oct/15 - DM
*			occurs 27 times.
			occurs 36 times.
* 2026/oct/15 - end
* 2026/sep/02 - end
77  ss-msg				pic 99	value zero.
* 2026/sep/02 - DM
    copy "eventlog.ws".
* 2019/jul/29 - end

* 2026/oct/15 - DM
    copy "facchk.ws".
* 2026/oct/15 - end

* 2026/oct/15 - DM
    copy "abschk.ws".
* 2026/oct/15 - end

    copy "sysdatetime.ws".
screen section.

*	(doctor/location assignment effective at the service date)
    perform bf0-check-doc-location	thru	bf0-99-exit.

* 2026/oct/15 - DM - MOH facility for in-patient / hospital claims
    if   clmhdr-i-o-pat-ind = "I"
      or (    clmhdr-hosp-nbr not = spaces
	  and clmhdr-hosp-nbr not = "0000")
    then
	perform bo0-check-facility	thru	bo0-99-exit.
*   endif
* 2026/oct/15 - end

* 2026/oct/15 - DM - nothing after a closed doctor's last day
    perform bp0-check-doc-closed	thru	bp0-99-exit.
* 2026/oct/15 - end

* 2026/oct/15 - DM - nothing while the doctor was away
    perform bq0-check-doc-absence	thru	bq0-99-exit.
* 2026/oct/15 - end

bb0-99-exit.
    exit.
* 2026/sep/02 - DM - supporting-document tracking: stamp the claim
*		file position.
bn0-canonicalize-parking.

* 2026/oct/15 - DM
*   if   clmhdr-reference (7:1) not = "N"
*    and clmhdr-reference (8:1) not = "D"
    if   clmhdr-reference (7:1) not = "N"
     and clmhdr-reference (8:1) not = "D"
     and clmhdr-reference (9:1) not = "S"
* 2026/oct/15 - end
    then
	go to bn0-99-exit.
*   endif
	perform bn5-ensure-register	thru	bn5-99-exit.
*   endif

* 2026/oct/15 - DM - health number read off the card
    if clmhdr-reference (9:1) = "S"
    then
	move "S"			to	clmhdr-hc-entry-method
	move space			to	clmhdr-reference (9:1).
*   endif
* 2026/oct/15 - end

    move claim-header-rec		to	claims-mstr-rec.
    rewrite claims-mstr-rec
	invalid key
*   endif
* 2026/sep/02 - end

* 2026/oct/15 - DM - virtual care modality backstop (moira+d001 and
*		u131 edit it at entry against the same f040 list)
    if   not clmdtl-in-person
     and not clmdtl-virtual
    then
	move 28				to	ss-msg
	perform da0-list-error		thru	da0-99-exit.
*   endif

    if   clmdtl-virtual
     and clmdtl-modality not = fee-virtual-modality (1)
     and clmdtl-modality not = fee-virtual-modality (2)
     and clmdtl-modality not = fee-virtual-modality (3)
    then
	move 29				to	ss-msg
	perform da0-list-error		thru	da0-99-exit.
*   endif
* 2026/oct/15 - end

bc0-50-diag.

*	(diagnostic code restrictions)
    exit.
* 2019/nov/18 - end

* 2026/oct/15 - DM - the facility behind the location (else the
*		hospital code) must be on the MOH list and in effect
*		at the service date.  facchk answers unchecked until
*		u157 has loaded the list.
bo0-check-facility.

    move clmhdr-loc			to	fcp-loc-nbr.
    move clmhdr-hosp-nbr		to	fcp-hosp-nbr.
    move ws-svc-date			to	fcp-serv-date.

    call "facchk" using facility-check-parms.

    if fcp-no-facility
    then
	move 30				to	ss-msg
	perform da0-list-error		thru	da0-99-exit.
*   endif

    if fcp-not-on-file
    then
	move 31				to	ss-msg
	perform da0-list-error		thru	da0-99-exit.
*   endif

    if fcp-not-in-effect
    then
	move 32				to	ss-msg
	perform da0-list-error		thru	da0-99-exit.
*   endif

    if fcp-dropped
    then
	move 33				to	ss-msg
	perform da0-list-error		thru	da0-99-exit.
*   endif

bo0-99-exit.
    exit.
* 2026/oct/15 - end
* 2026/oct/15 - DM - doctor closure: u159 stamps the last billing
*		day as the doctor-master termination date
bp0-check-doc-closed.

    move clmhdr-batch-nbr-3-6 (2:3)	to	doc-key.

    read doc-mstr
	invalid key
	    go to bp0-99-exit.

    if   doc-date-fac-term numeric
     and doc-date-fac-term not = zero
     and ws-svc-date > doc-date-fac-term
    then
	move 34				to	ss-msg
	perform da0-list-error		thru	da0-99-exit.
*   endif

bp0-99-exit.
    exit.
* 2026/oct/15 - end
* 2026/oct/15 - DM - doctor absence calendar: the rendering doctor
*		(the locum keyed at entry, else the batch doctor) must
*		not be away on the service date per m136
bq0-check-doc-absence.

    if clmhdr-rendering-doc not = spaces
    then
	move clmhdr-rendering-doc (1:3)	to	acp-doc-nbr
    else
	if clmhdr-reference (1:2) = "RD"
	then
	    move clmhdr-reference (3:3)	to	acp-doc-nbr
	else
	    move clmhdr-batch-nbr-3-6 (2:3)
					to	acp-doc-nbr.
*	endif
*   endif

    move ws-svc-date			to	acp-serv-date.

    call "abschk" using absence-check-parms.

    if not acp-absent
    then
	go to bq0-99-exit.
*   endif

    if acp-locum-doc = spaces
    then
	move 35				to	ss-msg
    else
	move acp-locum-doc		to	scrub-msg (36) (44:3)
	move 36				to	ss-msg.
*   endif

    perform da0-list-error		thru	da0-99-exit.

bq0-99-exit.
    exit.
* 2026/oct/15 - end

* 2019/sep/09 - DM
bi0-suggest-premiums.

