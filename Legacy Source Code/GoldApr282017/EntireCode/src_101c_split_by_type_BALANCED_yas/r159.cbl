identification division.
program-id. r159.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f002 - claims master
*			: f010 - patient master
*			: f020 - doctor master
*			: f030 - locations master
*			: f070 - department master
*			: f072 - client master
*			: f073 - client/doctor master
*			: f080 - bank master
*			: f114 - doctor payee file
*			: f159 - referential integrity history
*			: r159_parm - run date (today unless given)
*			: rr159 - referential integrity audit (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : weekly referential integrity audit.  every
*			link one master file holds to another is
*			walked and each record pointing at something
*			that is not there is listed with its own key
*			and the missing target:
*
*			  1  claim patient not on the patient master
*			  2  claim doctor not on the doctor master
*			  3  claim location not on the locations master
*			  4  direct-bill claim whose doctor has no client
*			     on f073, or a client not on f072
*			  5  doctor department not on f070
*			  6  doctor billing location not on f030
*			  7  payee period for a doctor not on f020
*			  8  payee bank/branch not on the bank master
*			  9  client/doctor link for a doctor not on f020
*			 10  client/doctor link to a client not on f072
*			 11  rostered patient's doctor not on f020
*			 12  rostered patient's doctor terminated
*
*			nothing is changed - the listing is the work
*			list for the clerks.  the count for each rule
*			is written to f159 under the run date, and
*			the summary page sets it beside the last four
*			earlier runs so a rule that keeps climbing
*			stands out.  a rerun on the same date replaces
*			that date's counts.  run mondays from the
*			u102 nightly set.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f002_claims_mstr.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f020_doctor_mstr.slr".
*
    copy "f030_locations_mstr.slr".
*
    copy "f070_dept_mstr.slr".
*
    copy "f072_client_mstr.slr".
*
    copy "f073_client_doc_mstr.slr".
*
    copy "f080_bank_mstr.slr".
*
    copy "f114_doc_payee.slr".
*
    copy "f159_integrity_hist.slr".
*
    select r159-parm-file
	assign to disk "$pb_data/r159_parm"
	organization is sequential
	file status is status-r159-parm.
*
    select integrity-rpt-file
	assign to printer print-file-name
	file status is status-integrity-rpt.
*
data division.
file section.
*
    copy "f002_claims_mstr.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "f020_doctor_mstr.fd".
*
    copy "f030_locations_mstr.fd".
*
    copy "f070_dept_mstr.fd".
*
    copy "f072_client_mstr.fd".
*
    copy "f073_client_doc_mstr.fd".
*
    copy "f080_bank_mstr.fd".
*
    copy "f114_doc_payee.fd".
*
    copy "f159_integrity_hist.fd".
*
fd  r159-parm-file
    record contains 80 characters.

*	(a run date, yyyymmdd, to audit as at - a rerun of a missed
*	 week files its counts under that week's date)
01  r159-parm-rec.
    05  r159-parm-run-date		pic 9(8).
    05  filler				pic x(72).

fd  integrity-rpt-file
    record contains 132 characters.

01  integrity-rpt-record			pic x(132).

working-storage section.

77  print-file-name			pic x(5)
		value "rr159".
77  status-integrity-rpt		pic xx	value zero.
77  status-r159-parm			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-loc-mstr		pic xx	value zero.
77  status-cobol-dept-mstr		pic xx	value zero.
77  status-cobol-client-mstr		pic xx	value zero.
77  status-cobol-client-doc-mstr	pic xx	value zero.
77  status-cobol-bank-mstr		pic xx	value zero.
77  status-cobol-doc-payee		pic xx	value zero.
77  status-cobol-integrity-hist		pic xx	value zero.

77  sel-run-date			pic 9(8)	value zero.

77  ss-rule				pic 99		comp	value zero.
77  ss-loc				pic 99		comp	value zero.
77  ss-run				pic 9		comp	value zero.
77  ws-doc-nbr				pic x(3)	value spaces.
77  ws-record-key			pic x(30)	value spaces.
77  ws-missing				pic x(40)	value spaces.
77  ws-change				pic s9(7)	value zero.

    copy "def_agents.ws".

    copy "f002_claims_mstr_rec1_2.ws".

*   audit rules - the number is the one printed and kept on f159

01  rule-desc-table.
    05  rule-descs.
	10  filler			pic x(40)	value
		"CLAIM PATIENT NOT ON F010".
	10  filler			pic x(40)	value
		"CLAIM DOCTOR NOT ON F020".
	10  filler			pic x(40)	value
		"CLAIM LOCATION NOT ON F030".
	10  filler			pic x(40)	value
		"DIRECT-BILL CLAIM CLIENT NOT ON FILE".
	10  filler			pic x(40)	value
		"DOCTOR DEPARTMENT NOT ON F070".
	10  filler			pic x(40)	value
		"DOCTOR LOCATION NOT ON F030".
	10  filler			pic x(40)	value
		"PAYEE DOCTOR NOT ON F020".
	10  filler			pic x(40)	value
		"PAYEE BANK/BRANCH NOT ON F080".
	10  filler			pic x(40)	value
		"F073 DOCTOR NOT ON F020".
	10  filler			pic x(40)	value
		"F073 CLIENT NOT ON F072".
	10  filler			pic x(40)	value
		"ROSTER DOCTOR NOT ON F020".
	10  filler			pic x(40)	value
		"ROSTER DOCTOR TERMINATED".
    05  rule-descs-r redefines rule-descs.
	10  rule-desc			pic x(40)
			occurs 12 times.

01  rule-counts.
    05  rule-count			occurs 12 times.
	10  rc-checked			pic 9(9)	value zero.
	10  rc-broken			pic 9(7)	value zero.
	10  rc-prior			occurs 4 times.
	    15  rc-prior-date		pic 9(8)	value zero.
	    15  rc-prior-broken		pic 9(7)	value zero.

01  counters.
    05  ctr-claims-mstr-reads		pic 9(9)	value zero.
    05  ctr-claim-hdrs			pic 9(9)	value zero.
    05  ctr-doc-mstr-reads		pic 9(7)	value zero.
    05  ctr-doc-payee-reads		pic 9(7)	value zero.
    05  ctr-client-doc-reads		pic 9(7)	value zero.
    05  ctr-pat-mstr-reads		pic 9(9)	value zero.
    05  ctr-broken-total		pic 9(7)	value zero.
    05  ctr-hist-writes			pic 9(3)	value zero.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-integrity-head.
    05  filler				pic x(6)	value "r159".
    05  filler				pic x(20)	value spaces.
    05  filler				pic x(34)	value
		"REFERENTIAL INTEGRITY AUDIT".
    05  filler				pic x(7)	value "RUN OF ".
    05  h1-run-date			pic 9999/99/99.
    05  filler				pic x(47)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-detail-head.
    05  filler				pic x(44)	value
		"RULE".
    05  filler				pic x(32)	value
		"RECORD".
    05  filler				pic x(40)	value
		"MISSING TARGET".

01  l1-detail-line.
    05  l1-rule-nbr			pic z9.
    05  filler				pic x(2)	value spaces.
    05  l1-rule-desc			pic x(40).
    05  l1-record-key			pic x(30).
    05  filler				pic x(2)	value spaces.
    05  l1-missing			pic x(40).

01  s1-summary-head.
    05  filler				pic x(44)	value
		"SUMMARY BY RULE".
    05  filler				pic x(10)	value
		"   CHECKED".
    05  filler				pic x(9)	value
		" THIS RUN".
    05  filler				pic x(9)	value
		" LAST RUN".
    05  filler				pic x(9)	value
		"   CHANGE".
    05  filler				pic x(12)	value
		"   LAST DATE".
    05  filler				pic x(9)	value
		"   2 RUNS".
    05  filler				pic x(9)	value
		"   3 RUNS".
    05  filler				pic x(9)	value
		"   4 RUNS".

01  s2-summary-head.
    05  filler				pic x(93)	value spaces.
    05  filler				pic x(27)	value
		"     BACK     BACK     BACK".

01  l2-summary-line.
    05  l2-rule-nbr			pic z9.
    05  filler				pic x(2)	value spaces.
    05  l2-rule-desc			pic x(40).
    05  l2-checked			pic zzzzzzzz9-.
    05  l2-broken			pic zzzzzzz9-.
    05  l2-last				pic zzzzzzz9-.
    05  l2-change			pic +++++++9.
    05  filler				pic x		value spaces.
    05  l2-last-date			pic 9999/99/99.
    05  filler				pic xx		value spaces.
    05  l2-back				pic zzzzzzz9-
			occurs 3 times.

01  t1-total-line.
    05  t1-desc				pic x(50).
    05  t1-count			pic zzzzzzz9.

01  ws-run-date				pic 9(8)	value zero.
01  ws-run-date-r redefines ws-run-date.
    05  ws-run-yy			pic 9(4).
    05  ws-run-mm			pic 99.
    05  ws-run-dd			pic 99.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-claims-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display "error in accessing claims master - status "
	    common-status-file.
    stop "error in accessing claims master".

err-pat-file section.
    use after standard error procedure on pat-mstr.
err-pat-mstr.
    move status-cobol-pat-mstr		to common-status-file.
    display "error in accessing patient master - status "
	    common-status-file.
    stop "error in accessing patient master".

err-doc-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display "error in accessing doctor master - status "
	    common-status-file.
    stop "error in accessing doctor master".

err-loc-file section.
    use after standard error procedure on loc-mstr.
err-loc-mstr.
    move status-cobol-loc-mstr		to common-status-file.
    display "error in accessing locations master - status "
	    common-status-file.
    stop "error in accessing locations master".

err-dept-file section.
    use after standard error procedure on dept-mstr.
err-dept-mstr.
    move status-cobol-dept-mstr		to common-status-file.
    display "error in accessing department master - status "
	    common-status-file.
    stop "error in accessing department master".

err-client-file section.
    use after standard error procedure on client-mstr.
err-client-mstr.
    move status-cobol-client-mstr	to common-status-file.
    display "error in accessing client master - status "
	    common-status-file.
    stop "error in accessing client master".

err-client-doc-file section.
    use after standard error procedure on client-doc-mstr.
err-client-doc-mstr.
    move status-cobol-client-doc-mstr	to common-status-file.
    display "error in accessing client/doctor master - status "
	    common-status-file.
    stop "error in accessing client/doctor master".

err-bank-file section.
    use after standard error procedure on bank-mstr.
err-bank-mstr.
    move status-cobol-bank-mstr		to common-status-file.
    display "error in accessing bank master - status "
	    common-status-file.
    stop "error in accessing bank master".

err-payee-file section.
    use after standard error procedure on doc-payee.
err-doc-payee.
    move status-cobol-doc-payee		to common-status-file.
    display "error in accessing doctor payee file - status "
	    common-status-file.
    stop "error in accessing doctor payee file".

err-hist-file section.
    use after standard error procedure on integrity-hist.
err-integrity-hist.
    move status-cobol-integrity-hist	to common-status-file.
    display "error in accessing integrity history - status "
	    common-status-file.
    stop "error in accessing integrity history".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ba0-claims-pass		thru ba0-99-exit.
    perform ca0-doctor-pass		thru ca0-99-exit.
    perform da0-payee-pass		thru da0-99-exit.
    perform ea0-client-doc-pass		thru ea0-99-exit.
    perform fa0-roster-pass		thru fa0-99-exit.
    perform ga0-print-summary		thru ga0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move sys-date-long			to	sel-run-date.
    perform ap0-read-parm		thru	ap0-99-exit.

    open input claims-mstr.
    open input pat-mstr.
    open input doc-mstr.
    open input loc-mstr.
    open input dept-mstr.
    open input client-mstr.
    open input client-doc-mstr.
    open input bank-mstr.
    open input doc-payee.
    open i-o   integrity-hist.

    move sel-run-date			to	h1-run-date.

    open output integrity-rpt-file.

    move h2-detail-head			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move 2				to	nbr-lines-to-adv.

    move "r159"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ap0-read-parm.

    open input r159-parm-file.
    if status-r159-parm not = "00"
    then
	go to ap0-99-exit.
*   endif

    read r159-parm-file
	at end
	    close r159-parm-file
	    go to ap0-99-exit.

    close r159-parm-file.

    if r159-parm-run-date not numeric
    then
	go to ap0-99-exit.
*   endif

    move r159-parm-run-date		to	ws-run-date.
    if   ws-run-mm < 1
      or ws-run-mm > 12
      or ws-run-dd < 1
      or ws-run-dd > 31
    then
	display "r159 - parm run date not valid, today used "
		r159-parm-run-date
	go to ap0-99-exit.
*   endif

    move r159-parm-run-date		to	sel-run-date.

ap0-99-exit.
    exit.
ba0-claims-pass.

*	(claim headers only - rules 1 to 4)
    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.

    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    go to ba0-99-exit.

ba0-10-claim-loop.

    read claims-mstr next
	at end
	    go to ba0-99-exit.

    add 1				to	ctr-claims-mstr-reads.

    if key-clm-key-type not = "B"
    then
	go to ba0-99-exit.
*   endif

    if   key-clm-oma-cd not = zeros
     and key-clm-oma-cd not = spaces
    then
	go to ba0-10-claim-loop.
*   endif

    move claims-mstr-rec		to	claim-header-rec.
    add 1				to	ctr-claim-hdrs.

    move spaces				to	ws-record-key.
    string "CLAIM "			delimited by size
	   clmhdr-claim-id		delimited by size
	into ws-record-key.

*	(rule 1 - the patient the claim was billed for)
    if clmhdr-pat-key-data not = spaces
    then
	add 1				to	rc-checked (1)
	move clmhdr-pat-id (1:16)	to	key-pat-mstr
	read pat-mstr
	    invalid key
		move 1			to	ss-rule
		move spaces		to	ws-missing
		string "PATIENT "		delimited by size
		       clmhdr-pat-id (1:16)	delimited by size
		    into ws-missing
		perform xc0-list-broken	thru	xc0-99-exit.
*   endif

*	(rule 2 - the billing doctor)
    add 1				to	rc-checked (2).
    move clmhdr-doc-nbr (2:3)		to	ws-doc-nbr
					doc-nbr of doc-mstr-rec.
    read doc-mstr
	invalid key
	    move 2			to	ss-rule
	    move spaces			to	ws-missing
	    string "DOCTOR "		delimited by size
		   ws-doc-nbr		delimited by size
		into ws-missing
	    perform xc0-list-broken	thru	xc0-99-exit.

*	(rule 3 - the service location, where one was keyed)
    if clmhdr-loc not = spaces
    then
	add 1				to	rc-checked (3)
	move clmhdr-loc			to	loc-nbr
	read loc-mstr
	    invalid key
		move 3			to	ss-rule
		move spaces		to	ws-missing
		string "LOCATION "	delimited by size
		       clmhdr-loc	delimited by size
		    into ws-missing
		perform xc0-list-broken	thru	xc0-99-exit.
*   endif

*	(rule 4 - a direct-bill claim goes to the client the doctor
*	 is linked to on f073, as u112 bills it)
    move clmhdr-agent-cd		to	def-agent-code.
    if def-agent-bill-direct
    then
	perform bb0-check-claim-client	thru	bb0-99-exit.
*   endif

    go to ba0-10-claim-loop.

ba0-99-exit.
    exit.
bb0-check-claim-client.

    add 1				to	rc-checked (4).
    move 4				to	ss-rule.

    move ws-doc-nbr			to	doc-nbr of client-doc-rec.
    read client-doc-mstr
	invalid key
	    move spaces			to	ws-missing
	    string "F073 CLIENT FOR DOCTOR "	delimited by size
		   ws-doc-nbr			delimited by size
		into ws-missing
	    perform xc0-list-broken	thru	xc0-99-exit
	    go to bb0-99-exit.

    move client-id of client-doc-rec	to	client-id of client-mstr-rec.
    read client-mstr
	invalid key
	    move spaces			to	ws-missing
	    string "CLIENT "			delimited by size
		   client-id of client-doc-rec	delimited by size
		into ws-missing
	    perform xc0-list-broken	thru	xc0-99-exit.

bb0-99-exit.
    exit.
ca0-doctor-pass.

*	(doctor master - rules 5 and 6)
    move low-values			to	doc-key.

    start doc-mstr key is greater than or equal to doc-key
	invalid key
	    go to ca0-99-exit.

ca0-10-doc-loop.

    read doc-mstr next
	at end
	    go to ca0-99-exit.

    add 1				to	ctr-doc-mstr-reads.

    move doc-nbr of doc-mstr-rec	to	ws-doc-nbr.
    move spaces				to	ws-record-key.
    string "DOCTOR "			delimited by size
	   ws-doc-nbr			delimited by size
	into ws-record-key.

*	(rule 5 - the doctor's home clinic and department)
    add 1				to	rc-checked (5).
    move doc-clinic-nbr			to	dept-clinic.
    move doc-dept			to	dept-nbr.
    read dept-mstr
	invalid key
	    move 5			to	ss-rule
	    move spaces			to	ws-missing
	    string "DEPT "		delimited by size
		   dept-clinic		delimited by size
		   "/"			delimited by size
		   dept-nbr		delimited by size
		into ws-missing
	    perform xc0-list-broken	thru	xc0-99-exit.

*	(rule 6 - each location the doctor may bill from)
    move 1				to	ss-loc.
    perform cb0-check-doc-loc		thru	cb0-99-exit
	until ss-loc > 30.

    go to ca0-10-doc-loop.

ca0-99-exit.
    exit.
cb0-check-doc-loc.

    if doc-loc (ss-loc) = spaces
    then
	go to cb0-90-next.
*   endif

    add 1				to	rc-checked (6).
    move doc-loc (ss-loc)		to	loc-nbr.
    read loc-mstr
	invalid key
	    move 6			to	ss-rule
	    move spaces			to	ws-missing
	    string "LOCATION "		delimited by size
		   doc-loc (ss-loc)	delimited by size
		into ws-missing
	    perform xc0-list-broken	thru	xc0-99-exit.

cb0-90-next.

    add 1				to	ss-loc.

cb0-99-exit.
    exit.
da0-payee-pass.

*	(doctor payee periods - rules 7 and 8)
    move low-values			to	pay-key.

    start doc-payee key is greater than or equal to pay-key
	invalid key
	    go to da0-99-exit.

da0-10-payee-loop.

    read doc-payee next
	at end
	    go to da0-99-exit.

    add 1				to	ctr-doc-payee-reads.

    move spaces				to	ws-record-key.
    string "PAYEE "			delimited by size
	   pay-doc-nbr			delimited by size
	   " FROM "			delimited by size
	   pay-effective-from		delimited by size
	into ws-record-key.

*	(rule 7 - the doctor the period belongs to)
    add 1				to	rc-checked (7).
    move pay-doc-nbr			to	doc-nbr of doc-mstr-rec.
    read doc-mstr
	invalid key
	    move 7			to	ss-rule
	    move spaces			to	ws-missing
	    string "DOCTOR "		delimited by size
		   pay-doc-nbr		delimited by size
		into ws-missing
	    perform xc0-list-broken	thru	xc0-99-exit.

*	(rule 8 - the corporation's bank and branch, where the period
*	 is paid by deposit)
    if pay-bank-code not = zeros
    then
	add 1				to	rc-checked (8)
	move pay-bank-nbr		to	bank-nbr
	move pay-bank-branch		to	branch-nbr
	read bank-mstr
	    invalid key
		move 8			to	ss-rule
		move spaces		to	ws-missing
		string "BANK "		delimited by size
		       pay-bank-nbr	delimited by size
		       " BRANCH "	delimited by size
		       pay-bank-branch	delimited by size
		    into ws-missing
		perform xc0-list-broken	thru	xc0-99-exit.
*   endif

    go to da0-10-payee-loop.

da0-99-exit.
    exit.
ea0-client-doc-pass.

*	(client/doctor links - rules 9 and 10)
    move low-values			to	client-doc-rec.

    start client-doc-mstr key is greater than or equal to
	    doc-nbr of client-doc-rec
	invalid key
	    go to ea0-99-exit.

ea0-10-client-doc-loop.

    read client-doc-mstr next
	at end
	    go to ea0-99-exit.

    add 1				to	ctr-client-doc-reads.

    move doc-nbr of client-doc-rec	to	ws-doc-nbr.
    move spaces				to	ws-record-key.
    string "F073 DOCTOR "		delimited by size
	   ws-doc-nbr			delimited by size
	into ws-record-key.

*	(rule 9 - the doctor)
    add 1				to	rc-checked (9).
    move ws-doc-nbr			to	doc-nbr of doc-mstr-rec.
    read doc-mstr
	invalid key
	    move 9			to	ss-rule
	    move spaces			to	ws-missing
	    string "DOCTOR "		delimited by size
		   ws-doc-nbr		delimited by size
		into ws-missing
	    perform xc0-list-broken	thru	xc0-99-exit.

*	(rule 10 - the client)
    add 1				to	rc-checked (10).
    move client-id of client-doc-rec	to	client-id of client-mstr-rec.
    read client-mstr
	invalid key
	    move 10			to	ss-rule
	    move spaces			to	ws-missing
	    string "CLIENT "			delimited by size
		   client-id of client-doc-rec	delimited by size
		into ws-missing
	    perform xc0-list-broken	thru	xc0-99-exit.

    go to ea0-10-client-doc-loop.

ea0-99-exit.
    exit.
fa0-roster-pass.

*	(rostered patients - rules 11 and 12)
    move low-values			to	key-pat-mstr.

    start pat-mstr key is greater than or equal to key-pat-mstr
	invalid key
	    go to fa0-99-exit.

fa0-10-pat-loop.

    read pat-mstr next
	at end
	    go to fa0-99-exit.

    add 1				to	ctr-pat-mstr-reads.

    if pat-roster-status not = "R"
    then
	go to fa0-10-pat-loop.
*   endif

*	(a roster already ended is no longer the doctor's to carry)
    if   pat-roster-term-date not = zero
     and pat-roster-term-date not > sel-run-date
    then
	go to fa0-10-pat-loop.
*   endif

    move spaces				to	ws-record-key.
    string "PATIENT "			delimited by size
	   key-pat-mstr			delimited by size
	into ws-record-key.

*	(rule 11 - the rostering doctor)
    add 1				to	rc-checked (11).
    move pat-roster-doc-nbr		to	doc-nbr of doc-mstr-rec.
    read doc-mstr
	invalid key
	    move 11			to	ss-rule
	    move spaces			to	ws-missing
	    string "DOCTOR "		delimited by size
		   pat-roster-doc-nbr	delimited by size
		into ws-missing
	    perform xc0-list-broken	thru	xc0-99-exit
	    go to fa0-10-pat-loop.

*	(rule 12 - still on staff at the run date)
    add 1				to	rc-checked (12).
    if   doc-date-fac-term not = zero
     and doc-date-fac-term not > sel-run-date
    then
	move 12				to	ss-rule
	move spaces			to	ws-missing
	string "DOCTOR "		delimited by size
	       pat-roster-doc-nbr	delimited by size
	       " TERMINATED "		delimited by size
	       doc-date-fac-term	delimited by size
	    into ws-missing
	perform xc0-list-broken		thru	xc0-99-exit.
*   endif

    go to fa0-10-pat-loop.

fa0-99-exit.
    exit.
ga0-print-summary.

    move s1-summary-head		to	print-line.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move s2-summary-head		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move 2				to	nbr-lines-to-adv.

    move 1				to	ss-rule.
    perform gb0-rule-summary		thru	gb0-99-exit
	until ss-rule > 12.

    move spaces				to	t1-total-line.
    move "TOTAL BROKEN REFERENCES"	to	t1-desc.
    move ctr-broken-total		to	t1-count.
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ga0-99-exit.
    exit.
gb0-rule-summary.

    perform gc0-read-prior-runs		thru	gc0-99-exit.

    move spaces				to	l2-summary-line.
    move ss-rule			to	l2-rule-nbr.
    move rule-desc (ss-rule)		to	l2-rule-desc.
    move rc-checked (ss-rule)		to	l2-checked.
    move rc-broken (ss-rule)		to	l2-broken.

    if rc-prior-date (ss-rule, 1) not = zero
    then
	move rc-prior-broken (ss-rule, 1)
					to	l2-last
	move rc-prior-date (ss-rule, 1)	to	l2-last-date
	subtract rc-prior-broken (ss-rule, 1)
					from	rc-broken (ss-rule)
					giving	ws-change
	move ws-change			to	l2-change.
*   endif

    move 2				to	ss-run.
    perform gd0-move-back-run		thru	gd0-99-exit
	until ss-run > 4.

    move l2-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    perform ge0-write-hist		thru	ge0-99-exit.

    add 1				to	ss-rule.

gb0-99-exit.
    exit.
gc0-read-prior-runs.

*	(the four latest runs before this one - most recent in slot 1)
    move spaces				to	integrity-hist-rec.
    move ss-rule			to	ih-rule-nbr.
    move zero				to	ih-run-date.

    start integrity-hist key is greater than or equal to ih-key
	invalid key
	    go to gc0-99-exit.

gc0-10-hist-loop.

    read integrity-hist next
	at end
	    go to gc0-99-exit.

    if   ih-rule-nbr not = ss-rule
      or ih-run-date not < sel-run-date
    then
	go to gc0-99-exit.
*   endif

    move rc-prior (ss-rule, 3)		to	rc-prior (ss-rule, 4).
    move rc-prior (ss-rule, 2)		to	rc-prior (ss-rule, 3).
    move rc-prior (ss-rule, 1)		to	rc-prior (ss-rule, 2).
    move ih-run-date			to	rc-prior-date (ss-rule, 1).
    move ih-broken-count		to	rc-prior-broken (ss-rule, 1).

    go to gc0-10-hist-loop.

gc0-99-exit.
    exit.
gd0-move-back-run.

    if rc-prior-date (ss-rule, ss-run) not = zero
    then
	move rc-prior-broken (ss-rule, ss-run)
					to	l2-back (ss-run - 1).
*   endif

    add 1				to	ss-run.

gd0-99-exit.
    exit.
ge0-write-hist.

    move spaces				to	integrity-hist-rec.
    move ss-rule			to	ih-rule-nbr.
    move sel-run-date			to	ih-run-date.
    move rc-broken (ss-rule)		to	ih-broken-count.
    move rc-checked (ss-rule)		to	ih-checked.

*	(a rerun on the same date replaces that date's counts)
    write integrity-hist-rec
	invalid key
	    rewrite integrity-hist-rec.

    add 1				to	ctr-hist-writes.

ge0-99-exit.
    exit.
az0-end-of-job.

    move "r159"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-broken-total		to	elp-count.
    move "BROKEN REFERENCES"		to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close claims-mstr.
    close pat-mstr.
    close doc-mstr.
    close loc-mstr.
    close dept-mstr.
    close client-mstr.
    close client-doc-mstr.
    close bank-mstr.
    close doc-payee.
    close integrity-hist.
    close integrity-rpt-file.

    display "r159 - claims master records read " ctr-claims-mstr-reads.
    display "r159 - claim headers checked      " ctr-claim-hdrs.
    display "r159 - doctors checked            " ctr-doc-mstr-reads.
    display "r159 - payee periods checked      " ctr-doc-payee-reads.
    display "r159 - client/doctor links        " ctr-client-doc-reads.
    display "r159 - patients read              " ctr-pat-mstr-reads.
    display "r159 - broken references          " ctr-broken-total.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write integrity-rpt-record		from	h1-integrity-head after advancing page.
    move 2				to	nbr-lines-to-adv.
    move 1				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write integrity-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xc0-list-broken.

    add 1				to	rc-broken (ss-rule)
						ctr-broken-total.

    move spaces				to	l1-detail-line.
    move ss-rule			to	l1-rule-nbr.
    move rule-desc (ss-rule)		to	l1-rule-desc.
    move ws-record-key			to	l1-record-key.
    move ws-missing			to	l1-missing.
    move l1-detail-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

xc0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
