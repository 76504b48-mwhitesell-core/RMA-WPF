identification division.
program-id. r106.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f134 - ad hoc query definitions
*			: f098 - user security master
*			: f002 - claims master
*			: f010 - patient master
*			: f020 - doctor master
*			: f073 - client/doctor master
*			: r106_parm - the query to run (m122) or "S"
*				      for the nightly set (u102)
*			: r106-work-file - selected lines for the sort
*			: r106_<name>.csv - a query's lines as csv
*			: rr106 - query listings (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : runs the ad hoc queries saved through m122.
*			a query walks its base file - claim headers,
*			claim service lines, patients or doctors -
*			keeps the records that pass every one of its
*			selection lines (field, operator, value or
*			range), sorts them on up to three fields
*			ascending or descending, and lists the
*			columns asked for, printed or to a csv file
*			or both.  a claim query reaches the patient,
*			the doctor and the doctor's client through
*			the claim header.
*			  the query runs for a user - the one who
*			  asked for it from m122, or its owner when
*			  the u102 nightly set runs it - who must
*			  be allowed r106 on f098 (secchain).  a
*			  user f098 does not clear for confidential
*			  claims sees the patient and diagnosis
*			  fields of a confidential claim or patient
*			  as asterisks, and such a record never
*			  passes a selection line on those fields.
*			  the parm "Q" names one query; "S" (or no
*			  parm) runs every query whose own frequency
*			  falls due tonight and has not run today.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f134_query_def.slr".
*
    copy "f098_user_security.slr".
*
    copy "f002_claims_mstr.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f020_doctor_mstr.slr".
*
    copy "f073_client_doc_mstr.slr".
*
    select r106-parm-file
	assign to disk "$pb_data/r106_parm"
	organization is sequential
	file status is status-r106-parm.
*
    select r106-work-file
	assign to "r106_work_file"
	organization is sequential.
*
    select query-csv-file
	assign to disk csv-file-name
	organization is line sequential
	file status is status-query-csv.
*
    select query-rpt-file
	assign to printer print-file-name
	file status is status-query-rpt.
*
data division.
file section.
*
    copy "f134_query_def.fd".
*
    copy "f098_user_security.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "f020_doctor_mstr.fd".
*
    copy "f073_client_doc_mstr.fd".
*
fd  r106-parm-file
    record contains 80 characters.

*	(type "Q" - the query name and the user it runs for; "S" -
*	 the nightly set)
01  r106-parm-rec.
    05  r106-parm-type			pic x.
    05  r106-parm-name			pic x(10).
    05  r106-parm-user-id		pic x(8).
    05  filler				pic x(61).

sd  r106-work-file
    record contains 370 characters.

*	(a sort field goes in the ascending or the descending half of
*	 its pair, the other half left blank)
01  work-file-rec.
    05  wf-sort-keys.
	10  wf-key-1-asc		pic x(20).
	10  wf-key-1-desc		pic x(20).
	10  wf-key-2-asc		pic x(20).
	10  wf-key-2-desc		pic x(20).
	10  wf-key-3-asc		pic x(20).
	10  wf-key-3-desc		pic x(20).
    05  wf-sort-keys-r redefines wf-sort-keys.
	10  wf-key-pair			occurs 3 times.
	    15  wf-key-asc		pic x(20).
	    15  wf-key-desc		pic x(20).
    05  wf-columns.
	10  wf-col-text			pic x(25)	occurs 10 times.

fd  query-csv-file
    record contains 400 characters.

01  query-csv-rec			pic x(400).

fd  query-rpt-file
    record contains 132 characters.

01  query-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr106".
77  status-query-rpt			pic xx	value zero.
77  status-query-csv			pic xx	value zero.
01  csv-file-name			pic x(40)	value spaces.

77  common-status-file			pic x(2).
77  status-cobol-query-def		pic xx	value zero.
77  status-cobol-user-security		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-client-doc-mstr	pic xx	value zero.
77  status-r106-parm			pic xx	value zero.

77  eof-query-def			pic x	value "N".
77  eof-base-file			pic x	value "N".
77  eof-work-file			pic x	value "N".

77  ws-run-mode				pic x	value "S".
    88  run-named				value "Q".
    88  run-scheduled				value "S".
01  ws-run-name				pic x(10)	value spaces.
77  ws-day-of-week			pic 9	value zero.
77  ws-query-due			pic x	value "N".

*   the user the query runs for

01  ws-run-user-id			pic x(8)	value spaces.
77  ws-user-ok				pic x	value "N".
77  ws-user-cleared			pic x	value "N".

01  sec-chain-parms.
    05  scp-user-id			pic x(8).
    05  scp-pgm-name			pic x(8).
    05  scp-verdict			pic x.
	88  scp-launched			value "L" "T".

*   the query as resolved against the field dictionary - a field
*   number of zero is an unused line

01  query-plan.
    05  qp-crit				occurs 8 times.
	10  qp-crit-fld			pic 99		comp.
	10  qp-crit-len			pic 99		comp.
    05  qp-sort				occurs 3 times.
	10  qp-sort-fld			pic 99		comp.
	10  qp-sort-dir			pic x.
    05  qp-col				occurs 10 times.
	10  qp-col-fld			pic 99		comp.
	10  qp-col-width		pic 99		comp.
    05  qp-nbr-cols			pic 99		comp.
    05  qp-need-patient			pic x.
    05  qp-need-doctor			pic x.
    05  qp-need-client			pic x.
    05  qp-valid			pic x.
    05  qp-error-text			pic x(60).

01  ws-field-name			pic x(12)	value spaces.
77  ss-fld				pic 99		comp	value zero.
77  ss-crit				pic 99		comp	value zero.
77  ss-sort				pic 9		comp	value zero.
77  ss-col				pic 99		comp	value zero.
77  ss-chr				pic 99		comp	value zero.
77  ws-name-len				pic 99		comp	value zero.
77  ws-crit-pass			pic x	value "Y".

*   the record being looked at and what it leads to

01  cur-claim-id			pic x(11)	value spaces.
77  ws-header-valid			pic x	value "N".
77  ws-rec-confidential			pic x	value "N".
01  ws-pat-held				pic x(16)	value spaces.
77  ws-pat-found			pic x	value "N".
01  ws-doc-held				pic x(3)	value spaces.
01  ws-doc-nbr				pic x(3)	value spaces.
77  ws-doc-found			pic x	value "N".
01  ws-client-held			pic x(3)	value spaces.
01  ws-client-id			pic x(5)	value spaces.

*   one field's value

01  qv-alpha				pic x(25)	value spaces.
01  qv-num				pic s9(11)v99	value zero.
77  qv-masked				pic x	value "N".
01  qv-date				pic 9(8)	value zero.

01  fmt-money				pic -(10)9.99.
01  fmt-date				pic 9999/99/99.
01  fmt-number				pic 9(10).
01  fmt-sort-num			pic 9(12)v99.
01  fmt-sort-num-x redefines fmt-sort-num
					pic x(14).
01  fmt-text				pic x(25).

*   listing

01  hold-columns			pic x(250)	value spaces.
77  ws-ptr				pic 999		comp	value zero.
77  ws-width				pic 99		comp	value zero.
77  ws-query-lines			pic 9(7)	value zero.

01  csv-work.
    05  csv-line			pic x(400).
    05  csv-ptr				pic 999		comp.
    05  csv-text-len			pic 99		comp.
    05  csv-lead			pic 99		comp.

01  counters.
    05  ctr-queries-run			pic 9(5)	value zero.
    05  ctr-queries-refused		pic 9(5)	value zero.
    05  ctr-records-read		pic 9(9)	value zero.
    05  ctr-lines-listed		pic 9(9)	value zero.

    copy "query_fields.ws".

    copy "f002_claims_mstr_rec1_2.ws".

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.
01  h3-column-head			pic x(132)	value spaces.

01  h1-query-head.
    05  filler				pic x(6)	value "r106".
    05  filler				pic x(14)	value "AD HOC QUERY ".
    05  h1-query-name			pic x(10).
    05  filler				pic x(2)	value spaces.
    05  h1-query-desc			pic x(40).
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-date			pic xxxx/xx/xx.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-query-head.
    05  filler				pic x(6)	value "BASE: ".
    05  h2-base				pic x(20).
    05  filler				pic x(9)	value "RUN FOR: ".
    05  h2-user-id			pic x(8).
    05  filler				pic x(3)	value spaces.
    05  h2-confidential			pic x(40).

01  l1-message-line.
    05  filler				pic x(5)	value "*** ".
    05  l1-message			pic x(60).

01  l2-total-line.
    05  l2-lines			pic z,zzz,zz9.
    05  filler				pic x(15)	value
		" LINES LISTED".
    05  l2-csv-note			pic x(60).

01  l4-summary-line.
    05  l4-label			pic x(40).
    05  l4-count			pic zzz,zzz,zz9.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-query-def-file section.
    use after standard error procedure on query-def.
err-query-def.
    move status-cobol-query-def		to common-status-file.
    display "error in accessing query definitions - status "
	    common-status-file.
    stop "error in accessing query definitions".

err-security-file section.
    use after standard error procedure on user-security.
err-user-security.
    move status-cobol-user-security	to common-status-file.
    display "error in accessing user security master - status "
	    common-status-file.
    stop "error in accessing user security master".

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

err-client-doc-file section.
    use after standard error procedure on client-doc-mstr.
err-client-doc.
    move status-cobol-client-doc-mstr	to common-status-file.
    display "error in accessing client/doctor master - status "
	    common-status-file.
    stop "error in accessing client/doctor master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.

    if run-named
    then
	perform ab0-named-query		thru ab0-99-exit
    else
	perform ac0-scheduled-queries	thru ac0-99-exit.
*   endif

    perform fa0-summary			thru fa0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.
    accept ws-day-of-week		from day-of-week.

    move 0				to counters.
    move sys-date-long			to h1-run-date.

*	(no parm, or "S", is the nightly set)
    move "S"				to ws-run-mode.
    open input r106-parm-file.
    if status-r106-parm = "00"
    then
	read r106-parm-file
	    at end
		move space		to	r106-parm-type
	end-read
	if   r106-parm-type = "Q"
	 and r106-parm-name not = spaces
	then
	    move "Q"			to	ws-run-mode
	    move r106-parm-name		to	ws-run-name
	    move r106-parm-user-id	to	ws-run-user-id
	end-if
	close r106-parm-file.
*   endif

    open i-o   query-def.
    open input claims-mstr.
    open input pat-mstr.
    open input doc-mstr.
    open input client-doc-mstr.
    open output query-rpt-file.

    move "r106"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ab0-named-query.

    move ws-run-name			to	qry-name.
    read query-def
	invalid key
	    move spaces			to	query-def-rec
	    move ws-run-name		to	qry-name
					h1-query-name
	    move spaces			to	h1-query-desc
					h2-query-head
	    move "QUERY IS NOT ON THE QUERY DEFINITION FILE"
					to	l1-message
	    perform bz0-query-message	thru	bz0-99-exit
	    go to ab0-99-exit.

    perform ba0-run-query		thru	ba0-99-exit.

ab0-99-exit.
    exit.
ac0-scheduled-queries.

    move low-values			to	qry-name.
    start query-def key is greater than or equal to qry-name
	invalid key
	    move "Y"			to	eof-query-def.

ac0-10-read.

    if eof-query-def = "Y"
    then
	go to ac0-99-exit.
*   endif

    read query-def next
	at end
	    move "Y"			to	eof-query-def
	    go to ac0-99-exit.

    perform ac1-check-due		thru	ac1-99-exit.
    if ws-query-due not = "Y"
    then
	go to ac0-10-read.
*   endif

*	(a scheduled query runs for the user who owns it)
    move qry-owner-id			to	ws-run-user-id.
    perform ba0-run-query		thru	ba0-99-exit.

    go to ac0-10-read.

ac0-99-exit.
    exit.
ac1-check-due.

*	(the u102 calendar has already held a holiday night - a query
*	 already run today is never run twice)
    move "N"				to	ws-query-due.

    if qry-last-run-date = sys-date-long-r
    then
	go to ac1-99-exit.
*   endif

    if qry-frequency = "D"
    then
	move "Y"			to	ws-query-due.
*   endif

    if   qry-frequency = "W"
     and qry-sched-day = ws-day-of-week
    then
	move "Y"			to	ws-query-due.
*   endif

    if   qry-frequency = "M"
     and qry-sched-day = sys-dd
    then
	move "Y"			to	ws-query-due.
*   endif

ac1-99-exit.
    exit.
ba0-run-query.

    move qry-name			to	h1-query-name.
    move qry-desc			to	h1-query-desc.
    move ws-run-user-id			to	h2-user-id.
    move spaces				to	h2-base
						h3-column-head.
    if qry-base-header
    then
	move "CLAIM HEADERS"		to	h2-base.
*   endif
    if qry-base-service
    then
	move "CLAIM SERVICE LINES"	to	h2-base.
*   endif
    if qry-base-patient
    then
	move "PATIENTS"			to	h2-base.
*   endif
    if qry-base-doctor
    then
	move "DOCTORS"			to	h2-base.
*   endif

    perform bb0-check-user		thru	bb0-99-exit.
    if ws-user-ok not = "Y"
    then
	add 1				to	ctr-queries-refused
	move "NOT RUN - THE USER MAY NOT RUN QUERIES (USER SECURITY)"
					to	l1-message
	perform bz0-query-message	thru	bz0-99-exit
	go to ba0-99-exit.
*   endif

    if ws-user-cleared = "Y"
    then
	move "CONFIDENTIAL CLAIMS SHOWN IN FULL"
					to	h2-confidential
    else
	move "CONFIDENTIAL CLAIMS MASKED"
					to	h2-confidential.
*   endif

    perform bc0-resolve-query		thru	bc0-99-exit.
    if qp-valid not = "Y"
    then
	move qp-error-text		to	l1-message
	perform bz0-query-message	thru	bz0-99-exit
	go to ba0-99-exit.
*   endif

    add 1				to	ctr-queries-run.
    move zero				to	ws-query-lines.
    move spaces				to	hold-columns.

    if qry-output-csv
    then
	move spaces			to	csv-file-name
	string "$pb_data/r106_"		delimited by size
	       qry-name			delimited by space
	       ".csv"			delimited by size
				into	csv-file-name
	open output query-csv-file
	perform be0-csv-heading		thru	be0-99-exit.
*   endif

    move 99				to	nbr-lines-this-page.

    sort r106-work-file
	on ascending  key wf-key-1-asc
	on descending key wf-key-1-desc
	on ascending  key wf-key-2-asc
	on descending key wf-key-2-desc
	on ascending  key wf-key-3-asc
	on descending key wf-key-3-desc
	input procedure is ca0-select-records	thru ca0-99-exit
	output procedure is da0-list-records	thru da0-99-exit.

    if qry-output-csv
    then
	close query-csv-file.
*   endif

    move ws-query-lines			to	l2-lines.
    move spaces				to	l2-csv-note.
    if qry-output-csv
    then
	string "   CSV WRITTEN TO "	delimited by size
	       csv-file-name		delimited by space
				into	l2-csv-note.
*   endif
    move l2-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move sys-date-long-r		to	qry-last-run-date.
    move ws-query-lines			to	qry-last-run-rows.
    rewrite query-def-rec
	invalid key
	    next sentence.

    move "r106"				to	elp-pgm.
    move "QUERY"			to	elp-type.
    move ws-query-lines			to	elp-count.
    move spaces				to	elp-text.
    string "QUERY "			delimited by size
	   qry-name			delimited by space
	   " FOR "			delimited by size
	   ws-run-user-id		delimited by space
				into	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

ba0-99-exit.
    exit.
bb0-check-user.

*	(the same check the menu makes before it launches r106 -
*	 secchain logs a refusal)
    move "N"				to	ws-user-ok
						ws-user-cleared.
    if ws-run-user-id = spaces
    then
	go to bb0-99-exit.
*   endif

    move ws-run-user-id			to	scp-user-id.
    move "r106"				to	scp-pgm-name.
    move space				to	scp-verdict.
    call "secchain" using sec-chain-parms
	on exception
	    go to bb0-99-exit.

    if not scp-launched
    then
	go to bb0-99-exit.
*   endif

    move "Y"				to	ws-user-ok.

    open input user-security.
    move ws-run-user-id			to	sec-user-id.
    read user-security
	invalid key
	    move "N"			to	sec-confidential-flag.
    if sec-confidential-cleared
    then
	move "Y"			to	ws-user-cleared.
*   endif
    close user-security.

bb0-99-exit.
    exit.
bc0-resolve-query.

*	(every field named must be in the dictionary and usable with
*	 the base - a definition keyed before a field was withdrawn
*	 is refused, not half run)
    move "Y"				to	qp-valid.
    move "N"				to	qp-need-patient
						qp-need-doctor
						qp-need-client.
    move spaces				to	qp-error-text.
    move zero				to	qp-nbr-cols.

    if   not qry-base-header
     and not qry-base-service
     and not qry-base-patient
     and not qry-base-doctor
    then
	move "N"			to	qp-valid
	move "NOT RUN - THE QUERY HAS NO BASE FILE"
					to	qp-error-text
	go to bc0-99-exit.
*   endif

    perform bc1-resolve-crit		thru	bc1-99-exit
	varying ss-crit from 1 by 1
	until   ss-crit > 8.
    perform bc3-resolve-sort		thru	bc3-99-exit
	varying ss-sort from 1 by 1
	until   ss-sort > 3.
    perform bc4-resolve-col		thru	bc4-99-exit
	varying ss-col from 1 by 1
	until   ss-col > 10.

    if   qp-valid = "Y"
     and qp-nbr-cols = zero
    then
	move "N"			to	qp-valid
	move "NOT RUN - THE QUERY LISTS NO COLUMNS"
					to	qp-error-text.
*   endif

bc0-99-exit.
    exit.
bc1-resolve-crit.

    move zero				to	qp-crit-fld (ss-crit)
						qp-crit-len (ss-crit).
    if qc-field (ss-crit) = spaces
    then
	go to bc1-99-exit.
*   endif

    move qc-field (ss-crit)		to	ws-field-name.
    perform bd0-find-field		thru	bd0-99-exit.
    if ss-fld = zero
    then
	go to bc1-99-exit.
*   endif
    move ss-fld				to	qp-crit-fld (ss-crit).

    if   qc-oper (ss-crit) not = "EQ"
     and qc-oper (ss-crit) not = "NE"
     and qc-oper (ss-crit) not = "GT"
     and qc-oper (ss-crit) not = "GE"
     and qc-oper (ss-crit) not = "LT"
     and qc-oper (ss-crit) not = "LE"
     and qc-oper (ss-crit) not = "BT"
     and qc-oper (ss-crit) not = "SW"
    then
	move "N"			to	qp-valid
	move "NOT RUN - A SELECTION LINE HAS AN UNKNOWN OPERATOR"
					to	qp-error-text
	go to bc1-99-exit.
*   endif

    if   qc-oper (ss-crit) = "SW"
     and qf-type (ss-fld) not = "A"
    then
	move "N"			to	qp-valid
	move "NOT RUN - STARTS-WITH IS ONLY FOR A TEXT FIELD"
					to	qp-error-text
	go to bc1-99-exit.
*   endif

*	(the length of a starts-with value, its trailing spaces
*	 dropped)
    move 20				to	qp-crit-len (ss-crit).
    perform bc2-value-length		thru	bc2-99-exit
	until   qp-crit-len (ss-crit) = 1
	   or   qc-value-1 (ss-crit) (qp-crit-len (ss-crit):1) not = space.

bc1-99-exit.
    exit.
bc2-value-length.

    subtract 1				from	qp-crit-len (ss-crit).

bc2-99-exit.
    exit.
bc3-resolve-sort.

    move zero				to	qp-sort-fld (ss-sort).
    move "A"				to	qp-sort-dir (ss-sort).
    if qs-field (ss-sort) = spaces
    then
	go to bc3-99-exit.
*   endif

    move qs-field (ss-sort)		to	ws-field-name.
    perform bd0-find-field		thru	bd0-99-exit.
    move ss-fld				to	qp-sort-fld (ss-sort).
    if qs-dir (ss-sort) = "D"
    then
	move "D"			to	qp-sort-dir (ss-sort).
*   endif

bc3-99-exit.
    exit.
bc4-resolve-col.

    move zero				to	qp-col-fld (ss-col)
						qp-col-width (ss-col).
    if qry-column (ss-col) = spaces
    then
	go to bc4-99-exit.
*   endif

    move qry-column (ss-col)		to	ws-field-name.
    perform bd0-find-field		thru	bd0-99-exit.
    if ss-fld = zero
    then
	go to bc4-99-exit.
*   endif

*	(the columns close up - a blank slot between two is skipped)
    add 1				to	qp-nbr-cols.
    move ss-fld				to	qp-col-fld (qp-nbr-cols).

*	(printed as wide as the value or its heading, whichever is
*	 wider)
    move 12				to	ws-name-len.
    perform bc5-name-length		thru	bc5-99-exit
	until   ws-name-len = 1
	   or   qf-name (ss-fld) (ws-name-len:1) not = space.
    move qf-width (ss-fld)		to	qp-col-width (qp-nbr-cols).
    if ws-name-len > qf-width (ss-fld)
    then
	move ws-name-len		to	qp-col-width (qp-nbr-cols).
*   endif

bc4-99-exit.
    exit.
bc5-name-length.

    subtract 1				from	ws-name-len.

bc5-99-exit.
    exit.
bd0-find-field.

*	(ws-field-name in - ss-fld out; a name not in the dictionary
*	 or not for this base refuses the query)
    perform bd1-search-field		thru	bd1-99-exit
	varying ss-fld from 1 by 1
	until   ss-fld > nbr-query-fields
	   or   qf-name (ss-fld) = ws-field-name.

    if ss-fld > nbr-query-fields
    then
	move zero			to	ss-fld
	move "N"			to	qp-valid
	move spaces			to	qp-error-text
	string "NOT RUN - NO FIELD CALLED "	delimited by size
	       ws-field-name			delimited by space
				into	qp-error-text
	go to bd0-99-exit.
*   endif

    move zero				to	ss-chr.
    inspect qf-bases (ss-fld) tallying ss-chr for all qry-base.
    if ss-chr = zero
    then
	move "N"			to	qp-valid
	move spaces			to	qp-error-text
	string "NOT RUN - "		delimited by size
	       ws-field-name		delimited by space
	       " IS NOT A FIELD OF THE BASE FILE"
					delimited by size
				into	qp-error-text
	move zero			to	ss-fld
	go to bd0-99-exit.
*   endif

*	(what a claim query must read alongside the claim)
    if   (qry-base-header or qry-base-service)
     and qf-bases (ss-fld) (3:1) = "P"
    then
	move "Y"			to	qp-need-patient.
*   endif
    if   (qry-base-header or qry-base-service)
     and ss-fld > 36
    then
	move "Y"			to	qp-need-doctor.
*   endif
    if ss-fld = 5
    then
	move "Y"			to	qp-need-client.
*   endif

bd0-99-exit.
    exit.
bd1-search-field.

*	(the search is all in the varying clause)

bd1-99-exit.
    exit.
be0-csv-heading.

    move spaces				to	csv-line.
    move 1				to	csv-ptr.
    perform be1-csv-heading-col		thru	be1-99-exit
	varying ss-col from 1 by 1
	until   ss-col > qp-nbr-cols.
    subtract 1				from	csv-ptr.
    move space				to	csv-line (csv-ptr:1).
    write query-csv-rec			from	csv-line.

be0-99-exit.
    exit.
be1-csv-heading-col.

    move qp-col-fld (ss-col)		to	ss-fld.
    string qf-name (ss-fld)		delimited by space
	   ","				delimited by size
	into csv-line with pointer csv-ptr.

be1-99-exit.
    exit.
bz0-query-message.

*	(a query that cannot run says why on a page of its own)
    move 99				to	nbr-lines-this-page.
    move l1-message-line		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "r106"				to	elp-pgm.
    move "EXCEPT"			to	elp-type.
    move spaces				to	elp-text.
    string "QUERY "			delimited by size
	   qry-name			delimited by space
	   " "				delimited by size
	   l1-message			delimited by size
				into	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

bz0-99-exit.
    exit.
ca0-select-records.

    move "N"				to	eof-base-file
						ws-header-valid.
    move spaces				to	ws-pat-held
						ws-doc-held
						ws-client-held
						cur-claim-id.

    if qry-base-patient
    then
	perform cb0-select-patients	thru	cb0-99-exit
	go to ca0-99-exit.
*   endif

    if qry-base-doctor
    then
	perform cc0-select-doctors	thru	cc0-99-exit
	go to ca0-99-exit.
*   endif

    move low-values			to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    go to ca0-99-exit.

ca0-10-read.

    read claims-mstr next
	at end
	    go to ca0-99-exit.

    if key-clm-key-type not = "B"
    then
	go to ca0-99-exit.
*   endif

    add 1				to	ctr-records-read.

    if   key-clm-oma-cd = zeros
      or key-clm-oma-cd = spaces
    then
	move claims-mstr-rec		to	claim-header-rec
	move clmhdr-claim-id		to	cur-claim-id
	move "Y"			to	ws-header-valid
	if qry-base-header
	then
	    perform ce0-consider-record	thru	ce0-99-exit
	end-if
	go to ca0-10-read.
*   endif

*	(a service line - payments, adjustments and write-offs are
*	 not services)
    if   qry-base-header
      or ws-header-valid not = "Y"
    then
	go to ca0-10-read.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.

    if   k-clmdtl-b-oma-cd = "PAID"
      or k-clmdtl-b-oma-cd = "ADJU"
      or k-clmdtl-b-oma-cd = "WOFF"
      or k-clmdtl-b-adj-nbr not = zero
      or k-clmdtl-b-data (1:11) not = cur-claim-id
    then
	go to ca0-10-read.
*   endif

    perform ce0-consider-record		thru	ce0-99-exit.

    go to ca0-10-read.

ca0-99-exit.
    exit.
cb0-select-patients.

    move low-values			to	key-pat-mstr.
    start pat-mstr key is greater than or equal to key-pat-mstr
	invalid key
	    go to cb0-99-exit.

cb0-10-read.

    read pat-mstr next
	at end
	    go to cb0-99-exit.

    add 1				to	ctr-records-read.
    move "Y"				to	ws-pat-found.
    perform ce0-consider-record		thru	ce0-99-exit.

    go to cb0-10-read.

cb0-99-exit.
    exit.
cc0-select-doctors.

    move low-values			to	doc-nbr of doc-mstr-rec.
    start doc-mstr key is greater than or equal to doc-nbr of doc-mstr-rec
	invalid key
	    go to cc0-99-exit.

cc0-10-read.

    read doc-mstr next
	at end
	    go to cc0-99-exit.

    add 1				to	ctr-records-read.
    move "Y"				to	ws-doc-found.
    perform ce0-consider-record		thru	ce0-99-exit.

    go to cc0-10-read.

cc0-99-exit.
    exit.
ce0-consider-record.

    perform cf0-join-records		thru	cf0-99-exit.

*	(every selection line must pass)
    move "Y"				to	ws-crit-pass.
    perform cg0-test-criterion		thru	cg0-99-exit
	varying ss-crit from 1 by 1
	until   ss-crit > 8
	   or   ws-crit-pass not = "Y".
    if ws-crit-pass not = "Y"
    then
	go to ce0-99-exit.
*   endif

    move spaces				to	work-file-rec.
    perform ch0-sort-key		thru	ch0-99-exit
	varying ss-sort from 1 by 1
	until   ss-sort > 3.
    perform ci0-column-text		thru	ci0-99-exit
	varying ss-col from 1 by 1
	until   ss-col > qp-nbr-cols.

    release work-file-rec.

ce0-99-exit.
    exit.
cf0-join-records.

*	(the claim's patient, doctor and client, each read again only
*	 when it changes)
    move "N"				to	ws-rec-confidential.

    if qry-base-patient
    then
	if pat-confidential-flag = "Y"
	then
	    move "Y"			to	ws-rec-confidential
	end-if
	go to cf0-99-exit.
*   endif

    if qry-base-doctor
    then
	move doc-nbr of doc-mstr-rec	to	ws-doc-nbr
	go to cf0-99-exit.
*   endif

    if clmhdr-confidential-flag = "Y"
    then
	move "Y"			to	ws-rec-confidential.
*   endif
    move clmhdr-batch-nbr-3-6 (2:3)	to	ws-doc-nbr.

    if   qp-need-patient = "Y"
     and clmhdr-pat-id (1:16) not = ws-pat-held
    then
	move clmhdr-pat-id (1:16)	to	ws-pat-held
					key-pat-mstr
	move "Y"			to	ws-pat-found
	read pat-mstr
	    invalid key
		move "N"		to	ws-pat-found.
*   endif
    if   qp-need-patient = "Y"
     and ws-pat-found = "Y"
     and pat-confidential-flag = "Y"
    then
	move "Y"			to	ws-rec-confidential.
*   endif

    if   qp-need-doctor = "Y"
     and ws-doc-nbr not = ws-doc-held
    then
	move ws-doc-nbr			to	ws-doc-held
					doc-nbr of doc-mstr-rec
	move "Y"			to	ws-doc-found
	read doc-mstr
	    invalid key
		move "N"		to	ws-doc-found.
*   endif

    if   qp-need-client = "Y"
     and ws-doc-nbr not = ws-client-held
    then
	move ws-doc-nbr			to	ws-client-held
	move spaces			to	ws-client-id
	if ws-doc-nbr numeric
	then
	    move ws-doc-nbr		to	doc-nbr of client-doc-rec
	    read client-doc-mstr
		invalid key
		    move spaces		to	client-id of client-doc-rec
	    end-read
	    move client-id of client-doc-rec
					to	ws-client-id
	end-if.
*   endif

cf0-99-exit.
    exit.
cg0-test-criterion.

    if qp-crit-fld (ss-crit) = zero
    then
	go to cg0-99-exit.
*   endif

    move qp-crit-fld (ss-crit)		to	ss-fld.
    perform xv0-field-value		thru	xv0-99-exit.

*	(a masked value never passes - the selection would give away
*	 what the mask hides)
    if qv-masked = "Y"
    then
	move "N"			to	ws-crit-pass
	go to cg0-99-exit.
*   endif

    if qf-type (ss-fld) = "A"
    then
	perform cg1-test-text		thru	cg1-99-exit
    else
	perform cg2-test-number		thru	cg2-99-exit.
*   endif

cg0-99-exit.
    exit.
cg1-test-text.

    move "N"				to	ws-crit-pass.

    if   qc-oper (ss-crit) = "EQ"
     and qv-alpha (1:20) = qc-value-1 (ss-crit)
    then
	move "Y"			to	ws-crit-pass.
*   endif
    if   qc-oper (ss-crit) = "NE"
     and qv-alpha (1:20) not = qc-value-1 (ss-crit)
    then
	move "Y"			to	ws-crit-pass.
*   endif
    if   qc-oper (ss-crit) = "GT"
     and qv-alpha (1:20) > qc-value-1 (ss-crit)
    then
	move "Y"			to	ws-crit-pass.
*   endif
    if   qc-oper (ss-crit) = "GE"
     and qv-alpha (1:20) not < qc-value-1 (ss-crit)
    then
	move "Y"			to	ws-crit-pass.
*   endif
    if   qc-oper (ss-crit) = "LT"
     and qv-alpha (1:20) < qc-value-1 (ss-crit)
    then
	move "Y"			to	ws-crit-pass.
*   endif
    if   qc-oper (ss-crit) = "LE"
     and qv-alpha (1:20) not > qc-value-1 (ss-crit)
    then
	move "Y"			to	ws-crit-pass.
*   endif
    if   qc-oper (ss-crit) = "BT"
     and qv-alpha (1:20) not < qc-value-1 (ss-crit)
     and qv-alpha (1:20) not > qc-value-2 (ss-crit)
    then
	move "Y"			to	ws-crit-pass.
*   endif
    if   qc-oper (ss-crit) = "SW"
     and qv-alpha (1:qp-crit-len (ss-crit)) =
	 qc-value-1 (ss-crit) (1:qp-crit-len (ss-crit))
    then
	move "Y"			to	ws-crit-pass.
*   endif

cg1-99-exit.
    exit.
cg2-test-number.

    move "N"				to	ws-crit-pass.

    if   qc-oper (ss-crit) = "EQ"
     and qv-num = qc-num-1 (ss-crit)
    then
	move "Y"			to	ws-crit-pass.
*   endif
    if   qc-oper (ss-crit) = "NE"
     and qv-num not = qc-num-1 (ss-crit)
    then
	move "Y"			to	ws-crit-pass.
*   endif
    if   qc-oper (ss-crit) = "GT"
     and qv-num > qc-num-1 (ss-crit)
    then
	move "Y"			to	ws-crit-pass.
*   endif
    if   qc-oper (ss-crit) = "GE"
     and qv-num not < qc-num-1 (ss-crit)
    then
	move "Y"			to	ws-crit-pass.
*   endif
    if   qc-oper (ss-crit) = "LT"
     and qv-num < qc-num-1 (ss-crit)
    then
	move "Y"			to	ws-crit-pass.
*   endif
    if   qc-oper (ss-crit) = "LE"
     and qv-num not > qc-num-1 (ss-crit)
    then
	move "Y"			to	ws-crit-pass.
*   endif
    if   qc-oper (ss-crit) = "BT"
     and qv-num not < qc-num-1 (ss-crit)
     and qv-num not > qc-num-2 (ss-crit)
    then
	move "Y"			to	ws-crit-pass.
*   endif

cg2-99-exit.
    exit.
ch0-sort-key.

    if qp-sort-fld (ss-sort) = zero
    then
	go to ch0-99-exit.
*   endif

    move qp-sort-fld (ss-sort)		to	ss-fld.
    perform xv0-field-value		thru	xv0-99-exit.

*	(text sorts as it stands, a number offset past zero so a
*	 negative amount sorts below a positive one; a masked value
*	 sorts as blank so the order gives nothing away)
    move spaces				to	fmt-text.
    if qv-masked not = "Y"
    then
	if qf-type (ss-fld) = "A"
	then
	    move qv-alpha		to	fmt-text
	else
	    compute fmt-sort-num = qv-num + 100000000000
	    move fmt-sort-num-x		to	fmt-text
	end-if.
*   endif

    if qp-sort-dir (ss-sort) = "D"
    then
	move fmt-text			to	wf-key-desc (ss-sort)
    else
	move fmt-text			to	wf-key-asc (ss-sort).
*   endif

ch0-99-exit.
    exit.
ci0-column-text.

    move qp-col-fld (ss-col)		to	ss-fld.
    perform xv0-field-value		thru	xv0-99-exit.
    move qf-width (ss-fld)		to	ws-width.
    move spaces				to	fmt-text.

    if qv-masked = "Y"
    then
	move all "*"			to	fmt-text (1:ws-width)
	go to ci0-90-done.
*   endif

    if qf-type (ss-fld) = "A"
    then
	move qv-alpha (1:ws-width)	to	fmt-text.
*   endif
    if qf-type (ss-fld) = "M"
    then
	move qv-num			to	fmt-money
	move fmt-money			to	fmt-text.
*   endif
    if qf-type (ss-fld) = "N"
    then
	move qv-num			to	fmt-number
	compute ss-chr = 11 - ws-width
	move fmt-number (ss-chr:ws-width)
					to	fmt-text.
*   endif
    if   qf-type (ss-fld) = "D"
     and qv-num not = zero
    then
	move qv-num			to	qv-date
	move qv-date			to	fmt-date
	move fmt-date			to	fmt-text.
*   endif

ci0-90-done.

    move fmt-text			to	wf-col-text (ss-col).

ci0-99-exit.
    exit.
da0-list-records.

    move "N"				to	eof-work-file.
    perform da1-column-heading		thru	da1-99-exit.

da0-10-return.

    return r106-work-file
	at end
	    go to da0-99-exit.

*	(a distinct query drops a line the same as the one before)
    if   qry-distinct = "Y"
     and ws-query-lines > zero
     and wf-columns = hold-columns
    then
	go to da0-10-return.
*   endif
    move wf-columns			to	hold-columns.

    add 1				to	ws-query-lines
						ctr-lines-listed.

    if qry-output-print
    then
	perform db0-print-line		thru	db0-99-exit.
*   endif

    if qry-output-csv
    then
	perform dc0-csv-line		thru	dc0-99-exit.
*   endif

    go to da0-10-return.

da0-99-exit.
    exit.
da1-column-heading.

    move spaces				to	h3-column-head.
    move 1				to	ws-ptr.
    perform da2-heading-col		thru	da2-99-exit
	varying ss-col from 1 by 1
	until   ss-col > qp-nbr-cols.

da1-99-exit.
    exit.
da2-heading-col.

*	(columns that would run past the edge of the page are left
*	 to the csv)
    if ws-ptr + qp-col-width (ss-col) - 1 > 132
    then
	go to da2-99-exit.
*   endif

    move qp-col-fld (ss-col)		to	ss-fld.
    move qf-name (ss-fld)		to	h3-column-head (ws-ptr:qp-col-width (ss-col)).
    compute ws-ptr = ws-ptr + qp-col-width (ss-col) + 2.

da2-99-exit.
    exit.
db0-print-line.

    move spaces				to	print-line.
    move 1				to	ws-ptr.
    perform db1-print-col		thru	db1-99-exit
	varying ss-col from 1 by 1
	until   ss-col > qp-nbr-cols.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

db0-99-exit.
    exit.
db1-print-col.

    if ws-ptr + qp-col-width (ss-col) - 1 > 132
    then
	go to db1-99-exit.
*   endif

    move wf-col-text (ss-col)		to	print-line (ws-ptr:qp-col-width (ss-col)).
    compute ws-ptr = ws-ptr + qp-col-width (ss-col) + 2.

db1-99-exit.
    exit.
dc0-csv-line.

    move spaces				to	csv-line.
    move 1				to	csv-ptr.
    perform dc1-csv-col			thru	dc1-99-exit
	varying ss-col from 1 by 1
	until   ss-col > qp-nbr-cols.
    subtract 1				from	csv-ptr.
    move space				to	csv-line (csv-ptr:1).
    write query-csv-rec			from	csv-line.

dc0-99-exit.
    exit.
dc1-csv-col.

*	(text quoted with its trailing spaces dropped, numbers and
*	 dates with their leading spaces dropped)
    move qp-col-fld (ss-col)		to	ss-fld.

    move 25				to	csv-text-len.
    perform dc2-trailing-space		thru	dc2-99-exit
	until   csv-text-len = zero
	   or   wf-col-text (ss-col) (csv-text-len:1) not = space.

    if csv-text-len = zero
    then
	if qf-type (ss-fld) = "A"
	then
	    string '"",'		delimited by size
		into csv-line with pointer csv-ptr
	else
	    string ','			delimited by size
		into csv-line with pointer csv-ptr
	end-if
	go to dc1-99-exit.
*   endif

    if qf-type (ss-fld) = "A"
    then
	string '"'			delimited by size
	       wf-col-text (ss-col) (1:csv-text-len)
					delimited by size
	       '",'			delimited by size
	    into csv-line with pointer csv-ptr
	go to dc1-99-exit.
*   endif

    move zero				to	csv-lead.
    inspect wf-col-text (ss-col) tallying csv-lead for leading spaces.
    add 1				to	csv-lead.
    string wf-col-text (ss-col) (csv-lead:csv-text-len - csv-lead + 1)
					delimited by size
	   ","				delimited by size
	into csv-line with pointer csv-ptr.

dc1-99-exit.
    exit.
dc2-trailing-space.

    subtract 1				from	csv-text-len.

dc2-99-exit.
    exit.
fa0-summary.

    move spaces				to	h1-query-name
						h1-query-desc
						h2-query-head
						h3-column-head.
    move "RUN SUMMARY"			to	h1-query-desc.
    move 99				to	nbr-lines-this-page.

    move "QUERIES RUN"			to	l4-label.
    move ctr-queries-run		to	l4-count.
    move l4-summary-line		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "QUERIES REFUSED (USER SECURITY)" to l4-label.
    move ctr-queries-refused		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "RECORDS READ"			to	l4-label.
    move ctr-records-read		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "LINES LISTED"			to	l4-label.
    move ctr-lines-listed		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

fa0-99-exit.
    exit.
az0-end-of-job.

    move "r106"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-queries-run		to	elp-count.
    move "AD HOC QUERIES RUN"		to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close query-def.
    close claims-mstr.
    close pat-mstr.
    close doc-mstr.
    close client-doc-mstr.
    close query-rpt-file.

    display "r106 - queries run            " ctr-queries-run.
    display "r106 - lines listed           " ctr-lines-listed.

    stop run.

az0-99-exit.
    exit.
xa5-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write query-rpt-record		from	h1-query-head after advancing page.
    write query-rpt-record		from	h2-query-head after advancing 1 line.
    write query-rpt-record		from	h3-column-head after advancing 2 lines.
    move 4				to	nbr-lines-this-page.

xa5-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa5-print-hdr		thru	xa5-99-exit.
*   endif

    write query-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xv0-field-value.

*	(ss-fld in - the field's value out in qv-alpha or qv-num,
*	 qv-masked "Y" where the user may not see it.  the branch
*	 follows the order of query_fields.ws)
    move spaces				to	qv-alpha.
    move zero				to	qv-num.
    move "N"				to	qv-masked.

    go to xv0-01 xv0-02 xv0-03 xv0-04 xv0-05 xv0-06 xv0-07 xv0-08
	  xv0-09 xv0-10 xv0-11 xv0-12 xv0-13 xv0-14 xv0-15 xv0-16
	  xv0-17 xv0-18 xv0-19 xv0-20 xv0-21 xv0-22 xv0-23 xv0-24
	  xv0-25 xv0-26 xv0-27 xv0-28 xv0-29 xv0-30 xv0-31 xv0-32
	  xv0-33 xv0-34 xv0-35 xv0-36 xv0-37 xv0-38 xv0-39 xv0-40
	  xv0-41
	depending on ss-fld.
    go to xv0-99-exit.

*	(claim header)
xv0-01.
    move clmhdr-claim-id		to	qv-alpha.
    go to xv0-90-mask.
xv0-02.
    move clmhdr-clinic-nbr-1-2		to	qv-num.
    go to xv0-90-mask.
xv0-03.
    move ws-doc-nbr			to	qv-alpha.
    go to xv0-90-mask.
xv0-04.
    move clmhdr-agent-cd		to	qv-num.
    go to xv0-90-mask.
xv0-05.
    move ws-client-id			to	qv-alpha.
    go to xv0-90-mask.
xv0-06.
    if qry-base-service
    then
	move clmdtl-sv-date		to	qv-date
    else
	move clmhdr-serv-date		to	qv-date.
*   endif
    if qv-date numeric
    then
	move qv-date			to	qv-num.
*   endif
    go to xv0-90-mask.
xv0-07.
    if clmhdr-submit-date numeric
    then
	move clmhdr-submit-date		to	qv-date
	move qv-date			to	qv-num.
*   endif
    go to xv0-90-mask.
xv0-08.
    if clmhdr-date-cash-tape-payment numeric
    then
	move clmhdr-date-cash-tape-payment
					to	qv-date
	move qv-date			to	qv-num.
*   endif
    go to xv0-90-mask.
xv0-09.
    move clmhdr-tot-claim-ar-oma	to	qv-num.
    go to xv0-90-mask.
xv0-10.
    move clmhdr-tot-claim-ar-ohip	to	qv-num.
    go to xv0-90-mask.
xv0-11.
    move clmhdr-manual-and-tape-paymnts to	qv-num.
    go to xv0-90-mask.
xv0-12.
    compute qv-num =
	clmhdr-tot-claim-ar-oma + clmhdr-tot-claim-ar-ohip
      - clmhdr-manual-and-tape-paymnts.
    go to xv0-90-mask.
xv0-13.
    if qry-base-doctor
    then
	move doc-spec-cd		to	qv-num
    else
	move clmhdr-doc-spec-cd		to	qv-num.
*   endif
    go to xv0-90-mask.
xv0-14.
    if qry-base-service
    then
	move clmdtl-diag-cd (2:3)	to	qv-alpha
    else
	move clmhdr-diag-cd (2:3)	to	qv-alpha.
*   endif
    go to xv0-90-mask.
xv0-15.
    move clmhdr-reference		to	qv-alpha.
    go to xv0-90-mask.
xv0-16.
    move clmhdr-confidential-flag	to	qv-alpha.
    go to xv0-90-mask.

*	(service line)
xv0-17.
    move clmdtl-oma-cd			to	qv-alpha.
    go to xv0-90-mask.
xv0-18.
    move clmdtl-oma-suff		to	qv-alpha.
    go to xv0-90-mask.
xv0-19.
    move clmdtl-nbr-serv		to	qv-num.
    go to xv0-90-mask.
xv0-20.
    move clmdtl-fee-oma			to	qv-num.
    go to xv0-90-mask.
xv0-21.
    move clmdtl-fee-ohip		to	qv-num.
    go to xv0-90-mask.
xv0-22.
    move clmdtl-modality		to	qv-alpha.
    go to xv0-90-mask.

*	(patient - the claim's own patient id stands when f010 has no
*	 record for it)
xv0-23.
    if qry-base-patient
    then
	move key-pat-mstr		to	qv-alpha
    else
	move clmhdr-pat-id (1:16)	to	qv-alpha.
*   endif
    go to xv0-90-mask.
xv0-24.
    if ws-pat-found = "Y"
    then
	move pat-surname		to	qv-alpha.
*   endif
    go to xv0-90-mask.
xv0-25.
    if ws-pat-found = "Y"
    then
	move pat-given-name		to	qv-alpha.
*   endif
    go to xv0-90-mask.
xv0-26.
    if   ws-pat-found = "Y"
     and pat-birth-date numeric
    then
	move pat-birth-date		to	qv-date
	move qv-date			to	qv-num.
*   endif
    go to xv0-90-mask.
xv0-27.
    if ws-pat-found = "Y"
    then
	move pat-sex			to	qv-num.
*   endif
    go to xv0-90-mask.
xv0-28.
    if ws-pat-found = "Y"
    then
	move pat-health-nbr		to	qv-num.
*   endif
    go to xv0-90-mask.
xv0-29.
    if ws-pat-found = "Y"
    then
	move pat-city			to	qv-alpha.
*   endif
    go to xv0-90-mask.
xv0-30.
    if ws-pat-found = "Y"
    then
	move pat-postal-cd		to	qv-alpha.
*   endif
    go to xv0-90-mask.
xv0-31.
    if ws-pat-found = "Y"
    then
	move pat-phone-no		to	qv-alpha.
*   endif
    go to xv0-90-mask.
xv0-32.
    if ws-pat-found = "Y"
    then
	move pat-roster-status		to	qv-alpha.
*   endif
    go to xv0-90-mask.
xv0-33.
    if ws-pat-found = "Y"
    then
	move pat-roster-doc-nbr		to	qv-alpha.
*   endif
    go to xv0-90-mask.
xv0-34.
    if ws-pat-found = "Y"
    then
	move pat-language		to	qv-alpha.
*   endif
    go to xv0-90-mask.
xv0-35.
    if   ws-pat-found = "Y"
     and pat-date-last-visit-r numeric
    then
	move pat-date-last-visit-r	to	qv-num.
*   endif
    go to xv0-90-mask.
xv0-36.
    if ws-pat-found = "Y"
    then
	move pat-date-of-death		to	qv-num.
*   endif
    go to xv0-90-mask.

*	(doctor)
xv0-37.
    if ws-doc-found = "Y"
    then
	move doc-name			to	qv-alpha.
*   endif
    go to xv0-90-mask.
xv0-38.
    if ws-doc-found = "Y"
    then
	move doc-dept			to	qv-num.
*   endif
    go to xv0-90-mask.
xv0-39.
    if ws-doc-found = "Y"
    then
	move doc-ohip-nbr		to	qv-alpha.
*   endif
    go to xv0-90-mask.
xv0-40.
    if ws-doc-found = "Y"
    then
	move doc-clinic-nbr		to	qv-num.
*   endif
    go to xv0-90-mask.
xv0-41.
    if ws-doc-found = "Y"
    then
	move doc-date-fac-term		to	qv-num.
*   endif
    go to xv0-90-mask.

xv0-90-mask.

    if   qf-conf (ss-fld) = "Y"
     and ws-rec-confidential = "Y"
     and ws-user-cleared not = "Y"
    then
	move "Y"			to	qv-masked.
*   endif

xv0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
