* 16/Jun/15 MC42 - for existing batch, set last claim's doc-spec-cd to ws-doc-spec-cd instead of doc-spec-cd
* 16/Jul/19 MC43 - remove error check for Z441C and error only applies to Z441A   	
* 16/Aug/30 MC44 - upshift pat-version-cd
* 26/Oct/15 DM   - look up the insurer pre-authorization (f117) on agent 4-7 claims and draw the services down
* 26/Oct/15 DM   - check the MOH facility (f148 via facchk) for in-patient/hospital lines
* 26/Oct/15 DM   - refuse service dates after a closed doctor's last billing day (u159)
* 26/Oct/15 DM   - take the health card off a card-reader swipe (hcswipe), confirm its differences from f010
*                  through pataudit and park "S" in clmhdr-reference (9:1) for a swiped claim (u887, r087)
* 26/Oct/15 DM   - warn on a service date inside the doctor's absence (f162 via abschk), naming the covering locum

environment division.
input-output section.
    copy "f084_entry_recovery.slr".
* 2026/sep/02 - end

* 2026/oct/15 - DM - insurer pre-authorizations for direct bill claims
    copy "f073_client_doc_mstr.slr".
    copy "f117_preauth.slr".
    copy "f118_preauth_use.slr".
* 2026/oct/15 - end

* 2026/oct/15 - DM - annual block-fee plans for uninsured services
    copy "f128_block_fee_plan.slr".
    copy "f129_block_fee_enrol.slr".
* 2026/oct/15 - end

data division.
file section.
*
* 2026/sep/02 - DM - entry session recovery journal
    copy "f084_entry_recovery.fd".
* 2026/sep/02 - end
* 2026/oct/15 - DM - insurer pre-authorizations
    copy "f073_client_doc_mstr.fd".
    copy "f117_preauth.fd".
    copy "f118_preauth_use.fd".
* 2026/oct/15 - end
* 2026/oct/15 - DM - annual block-fee plans
    copy "f128_block_fee_plan.fd".
    copy "f129_block_fee_enrol.fd".
* 2026/oct/15 - end
* 2010/06/21 - end
*
    copy "f094_msg_sub_mstr.fd".
77  ws-val-sv-yy                                pic 9(4) value zero.
77  ws-val-age                                  pic s9(4) value zero.
* 2026/sep/02 - end
* 2026/oct/15 - DM - insurer pre-authorizations for direct bill claims
77  status-cobol-client-doc-mstr                pic xx value zero.
77  status-cobol-preauth                        pic xx value zero.
77  status-cobol-preauth-use                    pic xx value zero.
77  ws-preauth-client                           pic x(5) value spaces.
77  ws-preauth-eff-date                         pic 9(8) value zero.
77  ws-preauth-left                             pic s9(4) value zero.
01  ws-preauth-key                              pic x(36) value spaces.
* 2026/oct/15 - end
* 2026/oct/15 - DM - annual block-fee plans for uninsured services
77  status-cobol-block-fee-plan                 pic xx value zero.
77  status-cobol-block-fee-enrol                pic xx value zero.
77  ws-bf-plan-cd                               pic x(4) value spaces.
77  ws-bf-term-start                            pic 9(8) value zero.
77  ws-bf-term-end                              pic 9(8) value zero.
77  ws-bf-covered                               pic x  value "N".
77  ws-bf-svc-used                              pic s9(5) value zero.
77  ws-bf-value-used                            pic s9(7)v99 value zero.
77  ss-bf-line                                  pic 99  comp.
77  ss-bf-code                                  pic 99  comp.
01  ws-bf-enrol-key                             pic x(26) value spaces.
01  ws-bf-covered-codes.
    05  ws-bf-covered-oma-cd                    pic x(4) occurs 20 times.
* 2026/oct/15 - end
* 2026/oct/15 - DM - health card swipe
77  ws-hc-swiped                                pic x  value "N".
77  ws-card-reply                               pic x  value spaces.
77  ws-card-changed                             pic x  value "N".
01  ws-card-before                              pic x(18) value spaces.
01  ws-card-after                               pic x(18) value spaces.
    copy "hcswipe.ws".
    copy "pataudit.ws".
* 2026/oct/15 - end
77  c-1                                         pic 99.
*   ('curr'ent and 'prev'ious used in selecting the appropriate oma year's fees --
*    'oma' and 'ohip' to select the appropriate fee type)
    05  hold-line-agent				pic 9	occurs 10 times.
* 2026/sep/02 - end

* 2026/oct/15 - DM - virtual care: how each line was delivered -
*		"I" in person, "V" video, "T" telephone, "M" secure
*		message - edited against the code's f040 modalities
01  hold-line-modalities.
    05  hold-line-modality			pic x	occurs 10 times.
* 2026/oct/15 - end

* 2026/oct/15 - DM - block-fee plans: the fee-schedule value of each
*		line zero-billed as a covered service under the
*		patient's plan (zero when the line bills normally)
01  hold-block-fee-values.
    05  hold-block-fee-value		pic s9(5)v99	occurs 10 times.
* 2026/oct/15 - end

* 2004/02/26 - MC
01  ws-clmhdr-hosp				pic x(4).
* 2004/02/26 - end

* 2026/oct/15 - DM - MOH facility check: the location, hospital and
*		service date last checked, so a claim's lines on one
*		date warn once
01  ws-fac-checked-key.
    05  ws-fac-checked-loc			pic x(4)	value spaces.
    05  ws-fac-checked-hosp			pic x(4)	value spaces.
    05  ws-fac-checked-date			pic 9(8)	value zero.

    copy "facchk.ws".
* 2026/oct/15 - end

* 2026/oct/15 - DM - doctor absence calendar: the doctor and service
*		date last checked, so a claim's lines on one date
*		warn once
01  ws-abs-checked-key.
    05  ws-abs-checked-doc			pic x(3)	value spaces.
    05  ws-abs-checked-date			pic 9(8)	value zero.

    copy "abschk.ws".
* 2026/oct/15 - end

01  elig-flag                                   pic x.

01  last-claim-flag.
        10  filler                              pic x(60)   value
                "override refused - re-enter the line".
* 2026/sep/02 - end
* 2026/oct/15 - DM - insurer pre-authorizations
        10  filler                              pic x(60)   value
                "pre-authorization has expired - request a renewal".
        10  filler                              pic x(60)   value
                "pre-authorization has no units left - request a renewal".
* 2026/oct/15 - end
* 2026/oct/15 - DM - annual block-fee plans
        10  filler                              pic x(60)   value
                "block-fee member - covered codes zero-billed under plan".
* 2026/oct/15 - end
* 2026/oct/15 - DM - virtual care modality
        10  filler                              pic x(60)   value
                "modality not allowed for this code - I, or V/T/M per f040".
* 2026/oct/15 - end
* 2026/oct/15 - DM - MOH facility number
        10  filler                              pic x(60)   value
                "no MOH facility number for this location/hospital - m130".
        10  filler                              pic x(60)   value
                "MOH facility number not on the MOH facility file".
        10  filler                              pic x(60)   value
                "MOH facility not in effect on this service date".
        10  filler                              pic x(60)   value
                "MOH facility has been dropped from the MOH list".
* 2026/oct/15 - end
* 2026/oct/15 - DM - doctor closure
        10  filler                              pic x(60)   value
                "service date is after the doctor's last billing day".
* 2026/oct/15 - end
* 2026/oct/15 - DM - health card swipe
        10  filler                              pic x(60)   value
                "card could not be read - swipe again or key the number".
* 2026/oct/15 - end
* 2026/oct/15 - DM - doctor absence calendar (203 has the locum
*		number laid into positions 53-55 before it is shown)
        10  filler                              pic x(60)   value
                "doctor away on this date (m136) - no locum agreement covers".
        10  filler                              pic x(60)   value
                "doctor away on this date (m136) - covering locum is".
* 2026/oct/15 - end

* 2006/09/25 - MC
    05  error-messages-r redefines error-messages.
        10  err-msg                             pic x(60)
* 2026/sep/02 - DM
* 2026/oct/15 - DM
*                       occurs 191 times.
                        occurs 203 times.
* 2026/oct/15 - end
* 2026/sep/02 - end

01  err-msg-comment                             pic x(60).
    05  scr-doc-req-reply line 22 col 45 pic x using ws-doc-required-reply auto.
* 2026/sep/02 - end

* 2026/oct/15 - DM - insurer pre-authorization found for the claim
01  scr-preauth-info.
    05  line 22 col 01 value "PRE-AUTH".
    05  line 22 col 10 pic x(15) from auth-nbr.
    05  line 22 col 27 value "UNITS LEFT".
    05  line 22 col 38 pic zzz9- from ws-preauth-left.
    05  line 22 col 45 value "EXPIRES".
    05  line 22 col 53 pic 9(8) from auth-expiry-date.
* 2026/oct/15 - end

* 2026/oct/15 - DM - patient is a block-fee plan member
01  scr-block-fee-info.
    05  line 22 col 01 value "BLOCK-FEE PLAN".
    05  line 22 col 16 pic x(4) from ws-bf-plan-cd.
    05  line 22 col 22 value "TERM".
    05  line 22 col 27 pic 9(8) from ws-bf-term-start.
    05  line 22 col 36 value "TO".
    05  line 22 col 39 pic 9(8) from ws-bf-term-end.
* 2026/oct/15 - end

* 2026/oct/15 - DM - health card swipe: the track as the reader sends
*		it, then each difference from f010 for confirmation
01  scr-swipe-card.
    05  scr-swipe-track line 22 col 01 pic x(79) using hcs-track auto.

01  scr-card-diff.
    05  line 22 col 01 pic x(12) from pap-field-id.
    05  line 22 col 14 value "FILE".
    05  line 22 col 19 pic x(18) from ws-card-before.
    05  line 22 col 38 value "CARD".
    05  line 22 col 43 pic x(18) from ws-card-after.
    05  line 22 col 63 value "ACCEPT (Y/N)".
    05  scr-card-diff-reply line 22 col 77 pic x using ws-card-reply auto required.
* 2026/oct/15 - end

01  scr-acpt-clmhdr-det.

    05  scr-hold-oma-cd
    05  scr-hold-line-agent
			  line pline col 79 pic 9       using hold-line-agent(ss-clmdtl-oma) auto.
* 2026/sep/02 - end
* 2026/oct/15 - DM - virtual care modality
    05  scr-hold-line-modality
			  line pline col 80 pic x       using hold-line-modality(ss-clmdtl-oma) auto.
* 2026/oct/15 - end
*
*
01  scr-acpt-det-desc.
                postal-code.
    open i-o    entry-recovery.
* 2026/sep/02 - end
* 2026/oct/15 - DM
    open input  client-doc-mstr.
    open i-o    preauth-mstr
                preauth-use.
    open input  block-fee-plan.
    open i-o    block-fee-enrol.
* 2026/oct/15 - end

    open input  oma-fee-mstr
                diag-mstr
                postal-code
                entry-recovery
* 2026/sep/02 - end
* 2026/oct/15 - DM
                client-doc-mstr
                preauth-mstr
                preauth-use
                block-fee-plan
                block-fee-enrol
* 2026/oct/15 - end
*mf             hc-pat-mstr
*mf             od-pat-mstr
*mf             chrt-pat-mstr

    perform ya0-price-claim             thru	ya0-99-exit.

* 2026/oct/15 - DM - a block-fee member's covered codes go on the
*		claim as zero-bill covered services
    perform cr0-apply-block-fee         thru cr0-99-exit
                varying   ss-bf-line
                from      1
                by        1
                until     ss-bf-line > 10.
* 2026/oct/15 - end

    if ss-basic-times = 0
    then
        subtract  1                     from ss-basic-times-desc-rec.
*mf             until    ss-det-nbr > ss-clmdtl-desc.
                until    ss-desc    > ss-clmdtl-desc.

* 2026/oct/15 - DM - draw the services keyed off the claim's
*		pre-authorization
    perform cp0-draw-preauth            thru cp0-99-exit.
* 2026/oct/15 - end
* 2026/oct/15 - DM - the covered services count against the
*		patient's block-fee term
    perform cs0-draw-block-fee          thru cs0-99-exit.
* 2026/oct/15 - end

*   if there is an eligibiltiy changes on birth and/or version cd,
*   create a corrected pat record


    accept scr-pat-health-nbr.

* 2026/oct/15 - DM - "%" (the reader's start sentinel) keyed in the
*		health number opens the swipe line; the card fills the
*		number and the claim is marked swiped.  a number keyed
*		over a swiped one makes the claim keyed again.
    if ws-scr-health-nbr (1:1) = "%"
    then
        perform cd0-swipe-card          thru cd0-99-exit
        if ws-hc-swiped not = "Y"
        then
            move 201                    to err-ind
            perform za0-common-error    thru za0-99-exit
            move " "                    to ws-scr-health-nbr
            display scr-pat-health-nbr
            go to ca0-10-input-health-nbr
        else
            display scr-pat-health-nbr
    else
        if   ws-hc-swiped = "Y"
         and ws-scr-health-nbr not = hcs-health-nbr
        then
            move "N"                    to ws-hc-swiped.
*       endif
*   endif
* 2026/oct/15 - end


*mf if ws-scr-health-nbr not = " "
    if ws-scr-health-nbr not = " " and ws-scr-health-nbr not = zeroes
*       endif
*   endif

* 2026/oct/15 - DM - a swiped card is checked against the patient
*		found for it before the header is shown
    if   ws-hc-swiped = "Y"
     and pat-health-nbr of pat-mstr-rec = hcs-health-nbr
    then
        perform ce0-compare-card        thru ce0-99-exit.
*   endif
* 2026/oct/15 - end

    perform ca1-display-pat-info        thru ca1-99-exit.

* 2026/sep/02 - DM - a date of death on f010 blocks new claim entry
      or def-agent-quebec-direct
    then
        perform ca5-acpt-msg            thru ca5-99-exit
* 2026/oct/15 - DM - the client's pre-authorization for the patient,
*		and the patient's block-fee plan membership
*       perform ca6-acpt-sub            thru ca6-99-exit.
        perform ca6-acpt-sub            thru ca6-99-exit
        perform ca8-check-preauth       thru ca8-99-exit
        perform ca9-check-block-fee     thru ca9-99-exit.
* 2026/oct/15 - end
*   endif

*   2010/07/12 - MC11 - enter value 1 to 5 on payroll field for dept 41 or 42 or 43 or 75
    exit.
* 2026/sep/02 - end

* 2026/oct/15 - DM - virtual care: the line's modality.  left blank
*		the line is in person; a virtual modality must be
*		one the code's f040 record allows (re-key "I" or a
*		listed modality)
wm0-acpt-line-modality.

    accept scr-hold-line-modality.

    if hold-line-modality (ss-clmdtl-oma) = space
    then
        move "I"                        to hold-line-modality (ss-clmdtl-oma)
        go to wm0-99-exit.
*   endif

    if hold-line-modality (ss-clmdtl-oma) = "I"
    then
        go to wm0-99-exit.
*   endif

    if   hold-line-modality (ss-clmdtl-oma) not = "V"
     and hold-line-modality (ss-clmdtl-oma) not = "T"
     and hold-line-modality (ss-clmdtl-oma) not = "M"
    then
        move 1                          to err-ind
        perform za0-common-error        thru za0-99-exit
        go to wm0-acpt-line-modality.
*   endif

    move hold-oma-cd (ss-clmdtl-oma)    to fee-oma-cd.

    read oma-fee-mstr
        invalid key
            move spaces                 to fee-virtual-modalities.

    if   hold-line-modality (ss-clmdtl-oma) = fee-virtual-modality (1)
      or hold-line-modality (ss-clmdtl-oma) = fee-virtual-modality (2)
      or hold-line-modality (ss-clmdtl-oma) = fee-virtual-modality (3)
    then
        go to wm0-99-exit.
*   endif

    move 195                            to err-ind.
    perform za0-common-error            thru za0-99-exit.
    go to wm0-acpt-line-modality.

wm0-99-exit.
    exit.
* 2026/oct/15 - end

* 2026/oct/15 - DM - insurer pre-authorizations: the client billed
*		is the one f073 ties to the batch doctor (as the
*		u887 scrubber finds it).  the newest authorization
*		on f117 for the patient and that client that is not
*		cancelled is shown on line 22, with a warning when it
*		has expired or has no units left - the keyer may carry
*		on, the clinic then asks the client for a renewal.  no
*		authorization on file is not an error; not every
*		client works that way.
ca8-check-preauth.

    move spaces                         to ws-preauth-key
                                           ws-preauth-client.
    move zero                           to ws-preauth-eff-date.

    move batctrl-bat-doc-nbr            to doc-nbr of client-doc-rec.

    read client-doc-mstr
        invalid key
            go to ca8-99-exit.

    move client-id of client-doc-rec    to ws-preauth-client.
    move ws-key-pat-mstr                to auth-pat-key.
    move ws-preauth-client              to auth-client-id.
    move low-values                     to auth-nbr.

    start preauth-mstr key is greater than or equal to auth-key
        invalid key
            go to ca8-99-exit.

ca8-10-read-next.

    read preauth-mstr next
        at end
            go to ca8-50-show.

    if   auth-pat-key   not = ws-key-pat-mstr
      or auth-client-id not = ws-preauth-client
    then
        go to ca8-50-show.
*   endif

    if   auth-cancelled
      or auth-effective-date < ws-preauth-eff-date
    then
        go to ca8-10-read-next.
*   endif

    move auth-key                       to ws-preauth-key.
    move auth-effective-date            to ws-preauth-eff-date.
    go to ca8-10-read-next.

ca8-50-show.

    if ws-preauth-key = spaces
    then
        go to ca8-99-exit.
*   endif

    move ws-preauth-key                 to auth-key.
    read preauth-mstr
        invalid key
            move spaces                 to ws-preauth-key
            go to ca8-99-exit.

    compute ws-preauth-left = auth-approved-units - auth-units-used.
    display scr-preauth-info.

    if   auth-expiry-date not = zero
     and auth-expiry-date < sys-date-long
    then
        move 192                        to err-ind
        perform za0-common-error        thru za0-99-exit.
*   endif

    if ws-preauth-left not > zero
    then
        move 193                        to err-ind
        perform za0-common-error        thru za0-99-exit.
*   endif

    display blank-line-22.

ca8-99-exit.
    exit.

*		(once the claim is on file - f118 records the
*		 authorization against the claim id and a claim
*		 already there is never drawn twice)
cp0-draw-preauth.

    if ws-preauth-key = spaces
    then
        go to cp0-99-exit.
*   endif

    move spaces                         to preauth-use-rec.
    move clmhdr-claim-id                to pau-claim-id.
    move ws-preauth-key                 to pau-auth-key.
    move ws-tot-claim-nbr-sv            to pau-units.
    move sys-date-long                  to pau-keyed-date.
    move batctrl-bat-doc-nbr            to pau-doc-nbr.

    write preauth-use-rec
        invalid key
            go to cp0-99-exit.

    move ws-preauth-key                 to auth-key.
    read preauth-mstr
        invalid key
            go to cp0-99-exit.

    add ws-tot-claim-nbr-sv             to auth-units-used
        on size error
            move 9999                   to auth-units-used.
    move sys-date-long                  to auth-last-used-date.

    rewrite preauth-rec
        invalid key
            go to cp0-99-exit.

cp0-99-exit.
    exit.
* 2026/oct/15 - end

* 2026/oct/15 - DM - annual block-fee plans for uninsured services
*		a patient with an active f129 enrolment at the
*		batch's clinic is shown on line 22 with the plan and
*		its term; the plan's covered codes are loaded for
*		cr0.  the latest term that has started wins.  no
*		enrolment is not an error - most patients pay per
*		service.
ca9-check-block-fee.

    move spaces                         to ws-bf-enrol-key
                                           ws-bf-plan-cd
                                           ws-bf-covered-codes.
    move zero                           to ws-bf-term-start
                                           ws-bf-term-end.

    move batctrl-bat-clinic-nbr-1-2     to bfe-clinic-nbr-1-2.
    move ws-key-pat-mstr                to bfe-pat-key.
    move zero                           to bfe-term-start.

    start block-fee-enrol key is greater than or equal to bfe-key
        invalid key
            go to ca9-99-exit.

ca9-10-read-next.

    read block-fee-enrol next
        at end
            go to ca9-50-plan.

    if   bfe-clinic-nbr-1-2 not = batctrl-bat-clinic-nbr-1-2
      or bfe-pat-key        not = ws-key-pat-mstr
    then
        go to ca9-50-plan.
*   endif

    if   bfe-cancelled
      or bfe-term-start > sys-date-long
    then
        go to ca9-10-read-next.
*   endif

    move bfe-key                        to ws-bf-enrol-key.
    move bfe-plan-cd                    to ws-bf-plan-cd.
    move bfe-term-start                 to ws-bf-term-start.
    move bfe-term-end                   to ws-bf-term-end.
    go to ca9-10-read-next.

ca9-50-plan.

    if ws-bf-enrol-key = spaces
    then
        go to ca9-99-exit.
*   endif

    move batctrl-bat-clinic-nbr-1-2     to bfp-clinic-nbr-1-2.
    move ws-bf-plan-cd                  to bfp-plan-cd.
    read block-fee-plan
        invalid key
            move spaces                 to ws-bf-enrol-key
            go to ca9-99-exit.

    move bfp-covered-codes              to ws-bf-covered-codes.
    display scr-block-fee-info.

    move 194                            to err-ind.
    perform za0-common-error            thru za0-99-exit.

    display blank-line-22.

ca9-99-exit.
    exit.

*		(after pricing - a direct-bill line whose code is on
*		 the member's plan and whose service date falls in the
*		 term keeps its fee-schedule value for the usage count
*		 and bills zero; everything else bills as priced)
cr0-apply-block-fee.

    move zero                           to hold-block-fee-value (ss-bf-line).

    if   ws-bf-enrol-key = spaces
      or hold-oma-cd (ss-bf-line) = spaces
      or hold-fee-oma (ss-bf-line) not > zero
    then
        go to cr0-99-exit.
*   endif

    if hold-line-agent (ss-bf-line) not = 4
    then
        go to cr0-99-exit.
*   endif

    if   hold-sv-date (ss-bf-line) < ws-bf-term-start
      or hold-sv-date (ss-bf-line) > ws-bf-term-end
    then
        go to cr0-99-exit.
*   endif

    move "N"                            to ws-bf-covered.
    perform cr1-check-covered-code      thru cr1-99-exit
                varying   ss-bf-code
                from      1
                by        1
                until     ss-bf-code > 20
                   or     ws-bf-covered = "Y".

    if ws-bf-covered not = "Y"
    then
        go to cr0-99-exit.
*   endif

    move hold-fee-oma (ss-bf-line)      to hold-block-fee-value (ss-bf-line).
    move zero                           to hold-fee-oma  (ss-bf-line)
                                           hold-fee-ohip (ss-bf-line).

cr0-99-exit.
    exit.

cr1-check-covered-code.

    if hold-oma-cd (ss-bf-line) = ws-bf-covered-oma-cd (ss-bf-code)
    then
        move "Y"                        to ws-bf-covered.
*   endif

cr1-99-exit.
    exit.

*		(once the claim is on file - the zero-billed lines'
*		 services and value go on the member's f129 term for
*		 the r097 usage report)
cs0-draw-block-fee.

    if ws-bf-enrol-key = spaces
    then
        go to cs0-99-exit.
*   endif

    move zero                           to ws-bf-svc-used
                                           ws-bf-value-used.
    perform cs1-sum-block-fee-line      thru cs1-99-exit
                varying   ss-bf-line
                from      1
                by        1
                until     ss-bf-line > 10.

    if ws-bf-value-used = zero
    then
        go to cs0-99-exit.
*   endif

    move ws-bf-enrol-key                to bfe-key.
    read block-fee-enrol
        invalid key
            go to cs0-99-exit.

    add ws-bf-svc-used                  to bfe-svc-used
        on size error
            move 99999                  to bfe-svc-used.
    add ws-bf-value-used                to bfe-value-used
        on size error
            move 9999999.99             to bfe-value-used.
    move sys-date-long                  to bfe-last-used-date.

    rewrite block-fee-enrol-rec
        invalid key
            go to cs0-99-exit.

cs0-99-exit.
    exit.

cs1-sum-block-fee-line.

    if hold-block-fee-value (ss-bf-line) = zero
    then
        go to cs1-99-exit.
*   endif

    add 1                               to ws-bf-svc-used.
    add hold-block-fee-value (ss-bf-line)
                                        to ws-bf-value-used.

cs1-99-exit.
    exit.
* 2026/oct/15 - end

* 2026/oct/15 - DM - MOH facility number.  the facility the location
*		(else the hospital code) is cross-referenced to on
*		f149 must be on the f148 MOH list and in effect on the
*		service date.  a warning only - the keyer carries on
*		and u887 lists the claim again before submission.
ct0-check-facility.

    if   ws-fac-checked-loc  = clmhdr-loc of claim-header-rec
     and ws-fac-checked-hosp = ws-clmhdr-hosp
     and ws-fac-checked-date = hold-sv-date (ss-clmdtl-oma)
    then
        go to ct0-99-exit.
*   endif

    move clmhdr-loc of claim-header-rec to ws-fac-checked-loc
                                           fcp-loc-nbr.
    move ws-clmhdr-hosp                 to ws-fac-checked-hosp
                                           fcp-hosp-nbr.
    move hold-sv-date (ss-clmdtl-oma)   to ws-fac-checked-date
                                           fcp-serv-date.

    call "facchk" using facility-check-parms.

    if fcp-no-facility
    then
        move 196                        to err-ind.
*   endif
    if fcp-not-on-file
    then
        move 197                        to err-ind.
*   endif
    if fcp-not-in-effect
    then
        move 198                        to err-ind.
*   endif
    if fcp-dropped
    then
        move 199                        to err-ind.
*   endif

    if   fcp-no-facility
      or fcp-not-on-file
      or fcp-not-in-effect
      or fcp-dropped
    then
        perform za0-common-error        thru za0-99-exit.
*   endif

ct0-99-exit.
    exit.
* 2026/oct/15 - end

* 2026/oct/15 - DM - doctor absence calendar.  a service date inside
*		one of the rendering doctor's f162 absences is
*		almost always a wrong-doctor bundle or belongs to the
*		covering locum - the f081 locum whose agreement
*		covers the date is named.  a warning only - the keyer
*		carries on and u887 lists the claim again before
*		submission.
cu0-check-absence.

    if ws-rendering-doc not = spaces
    then
        move ws-rendering-doc           to acp-doc-nbr
    else
        move clmhdr-doc-nbr (2:3)       to acp-doc-nbr.
*   endif

    if   ws-abs-checked-doc  = acp-doc-nbr
     and ws-abs-checked-date = hold-sv-date (ss-clmdtl-oma)
    then
        go to cu0-99-exit.
*   endif

    move acp-doc-nbr                    to ws-abs-checked-doc.
    move hold-sv-date (ss-clmdtl-oma)   to ws-abs-checked-date
                                           acp-serv-date.

    call "abschk" using absence-check-parms.

    if not acp-absent
    then
        go to cu0-99-exit.
*   endif

    if acp-locum-doc = spaces
    then
        move 202                        to err-ind
    else
        move acp-locum-doc              to err-msg (203) (53:3)
        move 203                        to err-ind.
*   endif

    perform za0-common-error            thru za0-99-exit.

cu0-99-exit.
    exit.
* 2026/oct/15 - end

ca1-display-pat-info.

    move spaces                                 to pat-id-rec.
ca2-99-exit.
    exit.

* 2026/oct/15 - DM - health card swipe (see hcswipe for the track)
cd0-swipe-card.

    move "N"                            to ws-hc-swiped.
    move spaces                         to hcs-track.
    display blank-line-22.
    display scr-swipe-card.
    accept  scr-swipe-track.
    display blank-line-22.
    display scr-acpt-det-desc.

    call "hcswipe" using hc-swipe-parms
        on exception
            move "N"                    to hcs-valid-flag.

    if not hcs-card-read
    then
        go to cd0-99-exit.
*   endif

    move hcs-health-nbr                 to ws-scr-health-nbr.
    move "Y"                            to ws-hc-swiped.

cd0-99-exit.
    exit.

*       (the card against the f010 record just read, one field at a
*        time - an accepted difference goes on the file now and on
*        the working copy ta0 rewrites at the end of the claim)
ce0-compare-card.

    move "d001"                         to pap-source-pgm.
    move logon-id                       to pap-con-or-run.
    move key-pat-mstr of pat-mstr-rec   to pap-pat-key.
    move "N"                            to ws-card-changed.

    if hcs-surname not = pat-surname of pat-mstr-rec
    then
        move "SURNAME"                  to pap-field-id
        move pat-surname of pat-mstr-rec
                                        to pap-before
        move hcs-surname                to pap-after
        perform ce1-confirm-diff        thru ce1-99-exit
        if ws-card-reply = "Y"
        then
            move hcs-surname            to pat-surname of pat-mstr-rec.
*       endif
*   endif

    if hcs-given-name not = pat-given-name of pat-mstr-rec
    then
        move "GIVEN NAME"               to pap-field-id
        move pat-given-name of pat-mstr-rec
                                        to pap-before
        move hcs-given-name             to pap-after
        perform ce1-confirm-diff        thru ce1-99-exit
        if ws-card-reply = "Y"
        then
            move hcs-given-name         to pat-given-name of pat-mstr-rec.
*       endif
*   endif

    if hcs-birth-date not = pat-birth-date of pat-mstr-rec
    then
        move "BIRTH DATE"               to pap-field-id
        move pat-birth-date of pat-mstr-rec
                                        to pap-before
        move hcs-birth-date             to pap-after
        perform ce1-confirm-diff        thru ce1-99-exit
        if ws-card-reply = "Y"
        then
            move hcs-birth-date         to pat-birth-date of pat-mstr-rec.
*       endif
*   endif

    if hcs-sex not = pat-sex of pat-mstr-rec
    then
        move "SEX"                      to pap-field-id
        move pat-sex of pat-mstr-rec    to pap-before
        move hcs-sex                    to pap-after
        perform ce1-confirm-diff        thru ce1-99-exit
        if ws-card-reply = "Y"
        then
            move hcs-sex                to pat-sex of pat-mstr-rec.
*       endif
*   endif

    if hcs-version-cd not = pat-version-cd of pat-mstr-rec
    then
        move "VERSION CD"               to pap-field-id
        move pat-version-cd of pat-mstr-rec
                                        to pap-before
        move hcs-version-cd             to pap-after
        perform ce1-confirm-diff        thru ce1-99-exit
        if ws-card-reply = "Y"
        then
            move hcs-version-cd         to pat-version-cd of pat-mstr-rec.
*       endif
*   endif

    if hcs-expiry-date-r not = pat-card-expiry-date of pat-mstr-rec
    then
        move "CARD EXPIRY"              to pap-field-id
        move pat-card-expiry-date of pat-mstr-rec
                                        to pap-before
        move hcs-expiry-date            to pap-after
        perform ce1-confirm-diff        thru ce1-99-exit
        if ws-card-reply = "Y"
        then
            move hcs-expiry-date-r      to pat-card-expiry-date of pat-mstr-rec.
*       endif
*   endif

    display scr-acpt-det-desc.

    if ws-card-changed = "N"
    then
        go to ce0-99-exit.
*   endif

    move pat-mstr-rec                   to ws-pat-mstr-rec.
    rewrite pat-mstr-rec
        invalid key
            next sentence.

ce0-99-exit.
    exit.

ce1-confirm-diff.

    move pap-before                     to ws-card-before.
    move pap-after                      to ws-card-after.
    move spaces                         to ws-card-reply.
    display blank-line-22.
    display scr-card-diff.
    accept  scr-card-diff-reply.
    display blank-line-22.

    if ws-card-reply = "y"
    then
        move "Y"                        to ws-card-reply.
*   endif
    if ws-card-reply = "n"
    then
        move "N"                        to ws-card-reply.
*   endif

    if   ws-card-reply not = "Y"
     and ws-card-reply not = "N"
    then
        move 1                          to err-ind
        perform za0-common-error        thru za0-99-exit
        go to ce1-confirm-diff.
*   endif

    if ws-card-reply = "Y"
    then
        move "Y"                        to ws-card-changed
        call "pataudit" using pat-audit-parms.
*   endif

ce1-99-exit.
    exit.
* 2026/oct/15 - end

ca5-acpt-msg.

    accept scr-msg-nbr.
    then
        move "D"                        to clmhdr-reference (8:1).
*   endif
* 2026/oct/15 - DM - "S" in 9 = health number read off the card
    if ws-hc-swiped = "Y"
    then
        move "S"                        to clmhdr-reference (9:1).
*   endif
* 2026/oct/15 - end
* 2026/sep/02 - end
*   (sms #113 - treat agent 4 as direct bill)
    if  not def-agent-bill-direct
*		only differs when the keyer split the line out)
    move hold-line-agent      (ss-det-nbr)      to clmdtl-agent-cd.
* 2026/sep/02 - end
* 2026/oct/15 - DM - virtual care modality
    move hold-line-modality   (ss-det-nbr)      to clmdtl-modality.
* 2026/oct/15 - end

** store the line no based on the sequence of data entry

    move "N"                            to ws-newborn-mode.
    move space                          to ws-doc-required-reply.
* 2026/sep/02 - end
* 2026/oct/15 - DM
    move spaces                         to ws-preauth-key.
    move spaces                         to ws-bf-enrol-key
                                           ws-bf-plan-cd.
    move zero                           to hold-block-fee-values.
* 2026/oct/15 - end
* 2026/oct/15 - DM - health card swipe
    move "N"                            to ws-hc-swiped.
* 2026/oct/15 - end

* 2026/sep/02 - DM - split billing: every line starts on the claim's
*		own agent until the keyer overrides it
                                           hold-line-agent ( 9 )
                                           hold-line-agent (10 ).
* 2026/sep/02 - end
* 2026/oct/15 - DM - and every line starts in person
    move all "I"                        to hold-line-modalities.
* 2026/oct/15 - end

uk0-99-exit.
    exit.
        perform za0-common-error                thru za0-99-exit
        go to wa0-30-orig-sv-date-nbr.

* 2026/oct/15 - DM - a closed doctor (u159) bills nothing after the
*		last billing day stamped as the termination date
    if    doc-date-fac-term <> zero
      and doc-date-fac-term <> spaces
      and hold-sv-date (ss-clmdtl-oma) > doc-date-fac-term
    then
        move 200                                to err-ind
        perform za0-common-error                thru za0-99-exit
        go to wa0-30-orig-sv-date-nbr.
*   endif
* 2026/oct/15 - end

* 2026/oct/15 - DM - the doctor away on the date (m136 calendar)
    perform cu0-check-absence                   thru cu0-99-exit.
* 2026/oct/15 - end

* 2026/oct/15 - DM - the MOH facility must be good on the date
    if   clmhdr-i-o-pat-ind = "I"
      or (    ws-clmhdr-hosp not = spaces
          and ws-clmhdr-hosp not = "0000")
    then
        perform ct0-check-facility              thru ct0-99-exit.
*   endif
* 2026/oct/15 - end

*   (verify service date 'not >' or '6 mths <' sys-date)
    perform wa3-verify-serv-sys-dates           thru wa3-99-exit.
    if not-ok

wa0-97-end-of-input-line.

* 2026/oct/15 - DM - virtual care modality for the line
    perform wm0-acpt-line-modality      thru wm0-99-exit.
* 2026/oct/15 - end

* 2026/sep/02 - DM - clinical validity off the f040 attributes -
*		sex, age window, inpatient-only - with a supervisor
*		override; u887 backstops whatever is overridden
        move clmdtl-fee-ohip            to hold-fee-ohip    (ss-clmdtl-oma)
* 2026/sep/02 - DM - carry the line's own agent into the hold area,
*               a recalled split claim keeps each line's payor
        move clmdtl-agent-cd            to hold-line-agent  (ss-clmdtl-oma)
* 2026/sep/02 - end
* 2026/oct/15 - DM - and its modality (older lines read in person)
        move clmdtl-modality            to hold-line-modality (ss-clmdtl-oma)
        if hold-line-modality (ss-clmdtl-oma) = space
        then
            move "I"                    to hold-line-modality (ss-clmdtl-oma).
*       endif
* 2026/oct/15 - end
*    endif

zj02-99-exit.
