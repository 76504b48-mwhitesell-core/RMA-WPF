identification division.
program-id. u153.
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
*			: f040 - oma fee master
*			: f065 - claims master update journal
*			: f068 - patient demographic change log
*			: f072 - client master
*			: f073 - client / doctor cross reference
*			: f085 - rejected claims
*			: f092 - MOH explanatory codes
*			: f135 - warehouse key map
*			: u153_dw_state - journal positions, run nbr
*			: u153_parm - "F" = full load
*			: dw_*.txt - the extract files (output)
*			: f064 - central event log (via eventlog)
*
*   program purpose : nightly extract for the reporting warehouse.
*			six dimension files (doctors, patients,
*			locations, fee codes, clients, MOH codes)
*			and four fact files (service lines,
*			payments, adjustments, rejections) under
*			$pb_data, pipe-delimited, one row per line:
*			action (U = insert or replace, D = delete),
*			the row's surrogate key, then its columns -
*			a fact carries the surrogate keys of its
*			dimensions.  the surrogates live on f135 and
*			never change, so the warehouse side can key
*			on them across loads.
*			  the first run (or a "F" parm) is a full
*			  load - every row, and the control file
*			  says FULL so the loading side truncates
*			  first.  after that only what changed goes:
*			  claim lines off the f065 journal since the
*			  last run's position (the u133 shipper
*			  idea - each claim touched is re-read from
*			  f002 as it stands now), patients off the
*			  f068 change log since its position, and
*			  the small masters and f085 compared whole
*			  against the row f135 last sent.  a row
*			  identical to the one already sent is not
*			  sent again.
*			  dw_control.txt closes each run: the run
*			  number, FULL or INCR, the journal positions
*			  covered, and per file the rows, inserts/
*			  replacements, deletes and the dollar
*			  totals of the rows sent, for the loading
*			  side to check its load against.
*			  the patient dimension carries no name,
*			  health number, street or phone - birth
*			  date, sex, city, forward sortation area,
*			  roster and language are what the
*			  dashboards use.
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
    copy "f040_oma_fee_mstr.slr".
*
    select claims-journal
	assign to disk "$pb_data/f065_claims_journal"
	organization is sequential
	file status is status-claims-journal.
*
    select pat-audit
	assign to disk "$pb_data/f068_pat_audit"
	organization is sequential
	file status is status-pat-audit.
*
    copy "f072_client_mstr.slr".
*
    copy "f073_client_doc_mstr.slr".
*
    copy "f085_rejected_claims.slr".
*
    copy "f092_moh_expl_codes.slr".
*
    copy "f135_dw_key_map.slr".
*
    select dw-state-file
	assign to disk "$pb_data/u153_dw_state"
	organization is sequential
	file status is status-dw-state.
*
    select u153-parm-file
	assign to disk "$pb_data/u153_parm"
	organization is sequential
	file status is status-u153-parm.
*
    select u153-work-file
	assign to "u153_work_file"
	organization is sequential.
*
    select dw-doctor-file
	assign to disk "$pb_data/dw_doctor.txt"
	organization is line sequential.
*
    select dw-patient-file
	assign to disk "$pb_data/dw_patient.txt"
	organization is line sequential.
*
    select dw-location-file
	assign to disk "$pb_data/dw_location.txt"
	organization is line sequential.
*
    select dw-fee-code-file
	assign to disk "$pb_data/dw_fee_code.txt"
	organization is line sequential.
*
    select dw-client-file
	assign to disk "$pb_data/dw_client.txt"
	organization is line sequential.
*
    select dw-moh-code-file
	assign to disk "$pb_data/dw_moh_code.txt"
	organization is line sequential.
*
    select dw-service-file
	assign to disk "$pb_data/dw_service.txt"
	organization is line sequential.
*
    select dw-payment-file
	assign to disk "$pb_data/dw_payment.txt"
	organization is line sequential.
*
    select dw-adjustment-file
	assign to disk "$pb_data/dw_adjustment.txt"
	organization is line sequential.
*
    select dw-rejection-file
	assign to disk "$pb_data/dw_rejection.txt"
	organization is line sequential.
*
    select dw-control-file
	assign to disk "$pb_data/dw_control.txt"
	organization is line sequential.
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
    copy "f040_oma_fee_mstr.fd".
*
    copy "f065_claims_journal.fd".
*
    copy "f068_pat_audit.fd".
*
    copy "f072_client_mstr.fd".
*
    copy "f073_client_doc_mstr.fd".
*
    copy "f085_rejected_claims.fd".
*
    copy "f092_moh_expl_codes.fd".
*
    copy "f135_dw_key_map.fd".
*
fd  dw-state-file
    record contains 60 characters.

01  dw-state-rec.
    05  dws-run-nbr			pic 9(6).
    05  dws-journal-count		pic 9(9).
    05  dws-audit-count			pic 9(9).
    05  dws-run-date			pic 9(8).
    05  dws-run-time			pic 9(6).
    05  filler				pic x(22).

fd  u153-parm-file
    record contains 20 characters.

01  u153-parm-rec.
    05  u153-parm-type			pic x.
    05  filler				pic x(19).

*	(the claim keys the journal touched since the last run - one
*	 per journal record, duplicates dropped on the way out)
sd  u153-work-file.

01  work-file-rec.
    05  wf-claim-key			pic x(17).
    05  wf-claim-key-r redefines wf-claim-key.
	10  wf-claim-id			pic x(11).
	10  wf-oma-cd			pic x(4).
	10  wf-oma-suff			pic x.
	10  wf-adj-nbr			pic x.

fd  dw-doctor-file
    record contains 300 characters.

01  dw-doctor-rec			pic x(300).

fd  dw-patient-file
    record contains 300 characters.

01  dw-patient-rec			pic x(300).

fd  dw-location-file
    record contains 300 characters.

01  dw-location-rec			pic x(300).

fd  dw-fee-code-file
    record contains 300 characters.

01  dw-fee-code-rec			pic x(300).

fd  dw-client-file
    record contains 300 characters.

01  dw-client-rec			pic x(300).

fd  dw-moh-code-file
    record contains 300 characters.

01  dw-moh-code-rec			pic x(300).

fd  dw-service-file
    record contains 300 characters.

01  dw-service-rec			pic x(300).

fd  dw-payment-file
    record contains 300 characters.

01  dw-payment-rec			pic x(300).

fd  dw-adjustment-file
    record contains 300 characters.

01  dw-adjustment-rec			pic x(300).

fd  dw-rejection-file
    record contains 300 characters.

01  dw-rejection-rec			pic x(300).

fd  dw-control-file
    record contains 300 characters.

01  dw-control-rec			pic x(300).

working-storage section.

77  common-status-file			pic x(2).
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-loc-mstr		pic xx	value zero.
77  status-cobol-oma-mstr		pic xx	value zero.
77  status-claims-journal		pic xx	value zero.
77  status-pat-audit			pic xx	value zero.
77  status-cobol-client-mstr		pic xx	value zero.
77  status-cobol-client-doc-mstr	pic xx	value zero.
77  status-cobol-rejected-claims	pic xx	value zero.
77  status-cobol-moh-expl-codes		pic xx	value zero.
77  status-cobol-dw-key-map		pic xx	value zero.
77  status-dw-state			pic xx	value zero.
77  status-u153-parm			pic xx	value zero.

77  eof-file				pic x	value "N".
77  eof-work-file			pic x	value "N".

*   "Y" = full load - every row goes whether it changed or not
77  ws-full-load			pic x	value "N".

*   where the last run left the journal and the change log, and
*   where this one leaves them
77  ws-run-nbr				pic 9(6)	value zero.
77  ws-journal-from			pic 9(9)	value zero.
77  ws-journal-to			pic 9(9)	value zero.
77  ws-audit-from			pic 9(9)	value zero.
77  ws-audit-to				pic 9(9)	value zero.
77  ws-read-count			pic 9(9)	value zero.

*   the ten entities - code on f135, then the extract file name
01  dw-entity-values.
    05  filler	pic x(20)	value "DRdw_doctor.txt".
    05  filler	pic x(20)	value "PAdw_patient.txt".
    05  filler	pic x(20)	value "LOdw_location.txt".
    05  filler	pic x(20)	value "FEdw_fee_code.txt".
    05  filler	pic x(20)	value "CLdw_client.txt".
    05  filler	pic x(20)	value "MCdw_moh_code.txt".
    05  filler	pic x(20)	value "SVdw_service.txt".
    05  filler	pic x(20)	value "PYdw_payment.txt".
    05  filler	pic x(20)	value "AJdw_adjustment.txt".
    05  filler	pic x(20)	value "RJdw_rejection.txt".
01  dw-entity-tbl redefines dw-entity-values.
    05  dw-entity			occurs 10 times.
	10  de-code			pic xx.
	10  de-file-name		pic x(18).

01  dw-entity-counts.
    05  dw-count			occurs 10 times.
	10  dc-rows			pic 9(9).
	10  dc-upserts			pic 9(9).
	10  dc-deletes			pic 9(9).
	10  dc-total-1			pic s9(11)v99.
	10  dc-total-2			pic s9(11)v99.

77  ss-ent				pic 99		comp	value zero.
77  ws-fact-ent				pic 99		comp	value zero.

*   the row in hand - entity (ss-ent), key in this system, columns;
*   dw-found "N" = no longer on its master (a delete)
01  dw-natural				pic x(24)	value spaces.
01  dw-attrs				pic x(250)	value spaces.
77  dw-attrs-len			pic 999		comp	value zero.
77  dw-ptr				pic 999		comp	value zero.
77  dw-found				pic x		value "Y".
77  dw-map-found			pic x		value "N".
77  dw-action				pic x		value space.
77  dw-surrogate			pic 9(9)	value zero.
77  dw-amount-1				pic s9(9)v99	value zero.
77  dw-amount-2				pic s9(9)v99	value zero.

*   column formatting
01  dw-line				pic x(300)	value spaces.
77  dw-line-ptr				pic 999		comp	value zero.
01  dw-text				pic x(60)	value spaces.
77  dw-text-len				pic 99		comp	value zero.
01  dw-number				pic z(8)9.
01  dw-amount-ed			pic -(9)9.99.
01  dw-total-ed				pic -(11)9.99.
77  dw-lead				pic 99		comp	value zero.
01  dw-date				pic x(8)	value spaces.
01  dw-key-value			pic 9(9)	value zero.

*   the surrogate keys of a fact's dimensions
01  fact-keys.
    05  fk-doctor			pic 9(9).
    05  fk-patient			pic 9(9).
    05  fk-location			pic 9(9).
    05  fk-fee-code			pic 9(9).
    05  fk-client			pic 9(9).
    05  fk-moh-code			pic 9(9).

*   the claim in hand
01  cur-claim-id			pic x(11)	value spaces.
77  ws-header-valid			pic x		value "N".
01  ws-doc-nbr				pic x(3)	value spaces.
01  ws-client-held			pic x(3)	value spaces.
01  ws-client-id			pic x(5)	value spaces.
01  ws-prev-key				pic x(17)	value spaces.

01  counters.
    05  ctr-journal-read		pic 9(9)	value zero.
    05  ctr-journal-keys		pic 9(9)	value zero.
    05  ctr-claims-keys			pic 9(9)	value zero.
    05  ctr-audit-read			pic 9(9)	value zero.
    05  ctr-claims-read			pic 9(9)	value zero.
    05  ctr-rows-unchanged		pic 9(9)	value zero.

    copy "f002_claims_mstr_rec1_2.ws".

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

err-fee-file section.
    use after standard error procedure on oma-fee-mstr.
err-oma-fee-mstr.
    move status-cobol-oma-mstr		to common-status-file.
    display "error in accessing oma fee master - status "
	    common-status-file.
    stop "error in accessing oma fee master".

err-journal-file section.
    use after standard error procedure on claims-journal.
err-claims-journal.
    move status-claims-journal		to common-status-file.
    display "error in accessing claims journal - status "
	    common-status-file.
    stop "error in accessing claims journal".

err-audit-file section.
    use after standard error procedure on pat-audit.
err-pat-audit.
    move status-pat-audit		to common-status-file.
    display "error in accessing patient change log - status "
	    common-status-file.
    stop "error in accessing patient change log".

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
    display "error in accessing client doctor master - status "
	    common-status-file.
    stop "error in accessing client doctor master".

err-rejected-file section.
    use after standard error procedure on rejected-claims.
err-rejected-claims.
    move status-cobol-rejected-claims	to common-status-file.
    display "error in accessing rejected claims - status "
	    common-status-file.
    stop "error in accessing rejected claims".

err-expl-file section.
    use after standard error procedure on moh-expl-codes.
err-moh-expl-codes.
    move status-cobol-moh-expl-codes	to common-status-file.
    display "error in accessing MOH explanatory codes - status "
	    common-status-file.
    stop "error in accessing MOH explanatory codes".

err-key-map-file section.
    use after standard error procedure on dw-key-map.
err-dw-key-map.
    move status-cobol-dw-key-map	to common-status-file.
    display "error in accessing warehouse key map - status "
	    common-status-file.
    stop "error in accessing warehouse key map".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ba0-small-dimensions	thru ba0-99-exit.
    perform ca0-patients		thru ca0-99-exit.
    perform da0-claims			thru da0-99-exit.
    perform ea0-rejections		thru ea0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move zero				to	dw-entity-counts
						counters.

*	(where the last run left off - no state yet means nothing has
*	 ever been sent, so this run is the full load)
    move "N"				to	ws-full-load.
    open input dw-state-file.
    if status-dw-state = "00"
    then
	read dw-state-file
	    at end
		move "Y"		to	ws-full-load
	end-read
	close dw-state-file
    else
	move "Y"			to	ws-full-load.
*   endif

    if ws-full-load = "N"
    then
	move dws-run-nbr		to	ws-run-nbr
	move dws-journal-count		to	ws-journal-from
	move dws-audit-count		to	ws-audit-from.
*   endif

    open input u153-parm-file.
    if status-u153-parm = "00"
    then
	read u153-parm-file
	    at end
		move space		to	u153-parm-type
	end-read
	if u153-parm-type = "F"
	then
	    move "Y"			to	ws-full-load
	end-if
	close u153-parm-file.
*   endif

    add 1				to	ws-run-nbr.

    open input claims-mstr
	       pat-mstr
	       doc-mstr
	       loc-mstr
	       oma-fee-mstr
	       client-mstr
	       client-doc-mstr
	       rejected-claims
	       moh-expl-codes.

    open i-o dw-key-map.

*	(first run on a fresh system - create the key map)
    if status-cobol-dw-key-map = "35"
    then
	open output dw-key-map
	close dw-key-map
	open i-o dw-key-map.
*   endif

    open output dw-doctor-file
		dw-patient-file
		dw-location-file
		dw-fee-code-file
		dw-client-file
		dw-moh-code-file
		dw-service-file
		dw-payment-file
		dw-adjustment-file
		dw-rejection-file.

    move "u153"				to	elp-pgm.
    move "START"			to	elp-type.
    move spaces				to	elp-text.
    if ws-full-load = "Y"
    then
	move "WAREHOUSE FULL LOAD"	to	elp-text
    else
	move "WAREHOUSE INCREMENTAL EXTRACT"
					to	elp-text.
*   endif
    call "eventlog" using event-log-parms
	on exception
	    continue.

    if ws-full-load = "Y"
    then
	perform ab0-reset-key-map	thru	ab0-99-exit.
*   endif

aa0-99-exit.
    exit.
ab0-reset-key-map.

*	(the loading side truncates for a full load - forget what
*	 every row looked like when last sent, so anything this load
*	 does not reach still goes the next time it turns up.  the
*	 surrogates and counters stay)
    move low-values			to	dwk-key.
    start dw-key-map key is greater than or equal to dwk-key
	invalid key
	    go to ab0-99-exit.

ab0-10-read.

    read dw-key-map next
	at end
	    go to ab0-99-exit.

    if   dwk-natural = spaces
      or dwk-last-row = spaces
    then
	go to ab0-10-read.
*   endif

    move spaces				to	dwk-last-row.
    rewrite dw-key-map-rec.

    go to ab0-10-read.

ab0-99-exit.
    exit.
ba0-small-dimensions.

*	(the small masters go whole every night and are compared
*	 against f135 - only a changed row is sent)
    move 1				to	ss-ent.
    move low-values			to	doc-key.
    start doc-mstr key is greater than or equal to doc-key
	invalid key
	    go to ba0-20-locations.

ba0-10-doctors.

    read doc-mstr next
	at end
	    go to ba0-20-locations.

    move 1				to	ss-ent.
    move doc-nbr of doc-mstr-rec	to	dw-natural.
    perform fa1-format-doctor		thru	fa1-99-exit.
    perform xm0-send-row		thru	xm0-99-exit.

    go to ba0-10-doctors.

ba0-20-locations.

    move low-values			to	loc-mstr-key.
    start loc-mstr key is greater than or equal to loc-mstr-key
	invalid key
	    go to ba0-30-fee-codes.

ba0-21-read.

    read loc-mstr next
	at end
	    go to ba0-30-fee-codes.

    move 3				to	ss-ent.
    move loc-nbr			to	dw-natural.
    perform fc1-format-location		thru	fc1-99-exit.
    perform xm0-send-row		thru	xm0-99-exit.

    go to ba0-21-read.

ba0-30-fee-codes.

    move low-values			to	fee-oma-cd.
    start oma-fee-mstr key is greater than or equal to fee-oma-cd
	invalid key
	    go to ba0-40-clients.

ba0-31-read.

    read oma-fee-mstr next
	at end
	    go to ba0-40-clients.

    move 4				to	ss-ent.
    move fee-oma-cd			to	dw-natural.
    perform fd1-format-fee-code		thru	fd1-99-exit.
    perform xm0-send-row		thru	xm0-99-exit.

    go to ba0-31-read.

ba0-40-clients.

    move low-values			to	client-id of client-mstr-rec.
    start client-mstr key is greater than or equal to
	  client-id of client-mstr-rec
	invalid key
	    go to ba0-50-moh-codes.

ba0-41-read.

    read client-mstr next
	at end
	    go to ba0-50-moh-codes.

    move 5				to	ss-ent.
    move client-id of client-mstr-rec	to	dw-natural.
    perform fe1-format-client		thru	fe1-99-exit.
    perform xm0-send-row		thru	xm0-99-exit.

    go to ba0-41-read.

ba0-50-moh-codes.

    move low-values			to	expl-cd.
    start moh-expl-codes key is greater than or equal to expl-cd
	invalid key
	    go to ba0-99-exit.

ba0-51-read.

    read moh-expl-codes next
	at end
	    go to ba0-99-exit.

    move 6				to	ss-ent.
    move expl-cd			to	dw-natural.
    perform ff1-format-moh-code		thru	ff1-99-exit.
    perform xm0-send-row		thru	xm0-99-exit.

    go to ba0-51-read.

ba0-99-exit.
    exit.
ca0-patients.

*	(the f068 change log is read whole either way - a full load
*	 only counts it to set the position; a patient purged since
*	 it was last sent goes as a delete)
    if ws-full-load = "Y"
    then
	perform cb0-all-patients	thru	cb0-99-exit.
*   endif

    move zero				to	ws-read-count.
    move "N"				to	eof-file.
    open input pat-audit.
    if status-pat-audit not = "00"
    then
	move ws-audit-from		to	ws-audit-to
	go to ca0-99-exit.
*   endif

    perform cc0-read-audit		thru	cc0-99-exit
	until eof-file = "Y".

    close pat-audit.
    move ws-read-count			to	ws-audit-to.

*	(a log shorter than the position was restarted - everything
*	 on it is new)
    if   ws-full-load = "N"
     and ws-audit-to < ws-audit-from
    then
	move "u153"			to	elp-pgm
	move "EXCEPT"			to	elp-type
	move ws-audit-to		to	elp-count
	move "PATIENT CHANGE LOG RESTARTED - REREAD"
					to	elp-text
	call "eventlog" using event-log-parms
	    on exception
		continue
	end-call
	move zero			to	ws-audit-from
	move zero			to	ws-read-count
	move "N"			to	eof-file
	open input pat-audit
	perform cc0-read-audit		thru	cc0-99-exit
	    until eof-file = "Y"
	close pat-audit.
*   endif

ca0-99-exit.
    exit.
cb0-all-patients.

    move low-values			to	key-pat-mstr.
    start pat-mstr key is greater than or equal to key-pat-mstr
	invalid key
	    go to cb0-99-exit.

cb0-10-read.

    read pat-mstr next
	at end
	    go to cb0-99-exit.

    move 2				to	ss-ent.
    move key-pat-mstr			to	dw-natural.
    perform fb1-format-patient		thru	fb1-99-exit.
    perform xm0-send-row		thru	xm0-99-exit.

    go to cb0-10-read.

cb0-99-exit.
    exit.
cc0-read-audit.

    read pat-audit
	at end
	    move "Y"			to	eof-file
	    go to cc0-99-exit.

    add 1				to	ws-read-count.

    if   ws-full-load = "Y"
      or ws-read-count not > ws-audit-from
    then
	go to cc0-99-exit.
*   endif

    add 1				to	ctr-audit-read.

*	(one log record per changed field - the compare against the
*	 row last sent keeps the patient to one row)
    move 2				to	ss-ent.
    move spaces				to	dw-natural.
    move paud-pat-key			to	dw-natural.
    perform fb0-build-patient		thru	fb0-99-exit.
    perform xm0-send-row		thru	xm0-99-exit.

cc0-99-exit.
    exit.
da0-claims.

    move spaces				to	cur-claim-id.
    move "N"				to	ws-header-valid.
    move spaces				to	ws-client-held.

    if ws-full-load = "Y"
    then
	perform db0-all-claims		thru	db0-99-exit.
*   endif

*	(the claim keys the journal touched since the last position,
*	 each claim re-read from f002 as it stands now)
    sort u153-work-file
	on ascending key wf-claim-key
	input procedure  dc0-select-journal thru dc0-99-exit
	output procedure dd0-claim-changes  thru dd0-99-exit.

da0-99-exit.
    exit.
db0-all-claims.

    move low-values			to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    go to db0-99-exit.

db0-10-read.

    read claims-mstr next
	at end
	    go to db0-99-exit.

    if key-clm-key-type not = "B"
    then
	go to db0-99-exit.
*   endif

    add 1				to	ctr-claims-read.
    perform dg0-claim-record		thru	dg0-99-exit.

    go to db0-10-read.

db0-99-exit.
    exit.
dc0-select-journal.

    move zero				to	ws-read-count.
    move "N"				to	eof-file.
    open input claims-journal.
    if status-claims-journal not = "00"
    then
	move ws-journal-from		to	ws-journal-to
	go to dc0-99-exit.
*   endif

    perform dc1-read-journal		thru	dc1-99-exit
	until eof-file = "Y".

    close claims-journal.
    move ws-read-count			to	ws-journal-to.

*	(a journal shorter than the position was restarted after a
*	 backup - everything on it is new)
    if   ws-full-load = "N"
     and ws-journal-to < ws-journal-from
    then
	move "u153"			to	elp-pgm
	move "EXCEPT"			to	elp-type
	move ws-journal-to		to	elp-count
	move "CLAIMS JOURNAL RESTARTED - REREAD"
					to	elp-text
	call "eventlog" using event-log-parms
	    on exception
		continue
	end-call
	move zero			to	ws-journal-from
	move zero			to	ws-read-count
	move "N"			to	eof-file
	open input claims-journal
	perform dc1-read-journal	thru	dc1-99-exit
	    until eof-file = "Y"
	close claims-journal.
*   endif

dc0-99-exit.
    exit.
dc1-read-journal.

    read claims-journal
	at end
	    move "Y"			to	eof-file
	    go to dc1-99-exit.

    add 1				to	ws-read-count.

*	(a full load has just sent f002 whole - the journal is only
*	 counted for the position)
    if   ws-full-load = "Y"
      or ws-read-count not > ws-journal-from
    then
	go to dc1-99-exit.
*   endif

    add 1				to	ctr-journal-read.

*	(the after image names the record, except for a delete)
    if cj-action = "D"
    then
	move cj-before-image (1:18)	to	key-claims-mstr
    else
	move cj-after-image (1:18)	to	key-claims-mstr.
*   endif

    if key-clm-key-type not = "B"
    then
	go to dc1-99-exit.
*   endif

    move key-clm-data			to	wf-claim-key.
    release work-file-rec.
    add 1				to	ctr-journal-keys.

dc1-99-exit.
    exit.
dd0-claim-changes.

    move "N"				to	eof-work-file.
    move spaces				to	ws-prev-key.
    perform xr0-return-work		thru	xr0-99-exit.

    perform dd1-claim-key		thru	dd1-99-exit
	until eof-work-file = "Y".

dd0-99-exit.
    exit.
dd1-claim-key.

    if wf-claim-key = ws-prev-key
    then
	go to dd1-90-next.
*   endif

    move wf-claim-key			to	ws-prev-key.
    add 1				to	ctr-claims-keys.

*	(a header change can move every line of the claim - doctor,
*	 patient, location - so the whole claim goes back through the
*	 compare)
    if   wf-oma-cd = zeros
      or wf-oma-cd = spaces
    then
	perform de0-whole-claim		thru	de0-99-exit
	go to dd1-90-next.
*   endif

    perform df0-one-line		thru	df0-99-exit.

dd1-90-next.

    perform xr0-return-work		thru	xr0-99-exit.

dd1-99-exit.
    exit.
de0-whole-claim.

    move spaces				to	cur-claim-id.
    move "N"				to	ws-header-valid.

    move low-values			to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move wf-claim-id			to	key-clm-data (1:11).
    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    go to de0-99-exit.

de0-10-read.

    read claims-mstr next
	at end
	    go to de0-99-exit.

    if   key-clm-key-type not = "B"
      or key-clm-data (1:11) not = wf-claim-id
    then
	go to de0-99-exit.
*   endif

    add 1				to	ctr-claims-read.
    perform dg0-claim-record		thru	dg0-99-exit.

    go to de0-10-read.

de0-99-exit.
    exit.
df0-one-line.

*	(the claim's header first, for the line's dimensions)
    if wf-claim-id not = cur-claim-id
    then
	move spaces			to	cur-claim-id
	move "N"			to	ws-header-valid
	move low-values			to	key-claims-mstr
	move "B"			to	key-clm-key-type
	move wf-claim-id		to	key-clm-data (1:11)
	start claims-mstr key is greater than or equal to key-claims-mstr
	    invalid key
		go to df0-20-line
	end-start
	read claims-mstr next
	    at end
		go to df0-20-line
	end-read
	if   key-clm-key-type = "B"
	 and key-clm-data (1:11) = wf-claim-id
	 and (key-clm-oma-cd = zeros or key-clm-oma-cd = spaces)
	then
	    move claims-mstr-rec	to	claim-header-rec
	    move wf-claim-id		to	cur-claim-id
	    move "Y"			to	ws-header-valid
	end-if.
*   endif

df0-20-line.

    move "B"				to	key-clm-key-type.
    move wf-claim-key			to	key-clm-data.
    read claims-mstr
	invalid key
	    go to df0-50-gone.

    add 1				to	ctr-claims-read.
    perform dg0-claim-record		thru	dg0-99-exit.
    go to df0-99-exit.

df0-50-gone.

*	(deleted since - a delete row if it was ever sent)
    move spaces				to	claim-detail-rec.
    move "B"				to	k-clmdtl-b-key-type.
    move wf-claim-key			to	k-clmdtl-b-data.
    perform dh0-line-entity		thru	dh0-99-exit.

    move spaces				to	dw-natural
						dw-attrs.
    move wf-claim-key			to	dw-natural.
    move zero				to	dw-attrs-len
						dw-amount-1
						dw-amount-2.
    move "N"				to	dw-found.
    move ws-fact-ent			to	ss-ent.
    perform xm0-send-row		thru	xm0-99-exit.

df0-99-exit.
    exit.
dg0-claim-record.

*	(claims-mstr-rec in hand - a header is kept for the lines that
*	 follow it; a line is sent as a service, payment or
*	 adjustment)
    if   key-clm-oma-cd = zeros
      or key-clm-oma-cd = spaces
    then
	move claims-mstr-rec		to	claim-header-rec
	move key-clm-data (1:11)	to	cur-claim-id
	move "Y"			to	ws-header-valid
	go to dg0-99-exit.
*   endif

    if   ws-header-valid not = "Y"
      or key-clm-data (1:11) not = cur-claim-id
    then
	go to dg0-99-exit.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.
    perform dh0-line-entity		thru	dh0-99-exit.
    perform dj0-claim-dimensions	thru	dj0-99-exit.

    if ws-fact-ent = 7
    then
	perform dk0-format-service	thru	dk0-99-exit
    else
	if ws-fact-ent = 8
	then
	    perform dl0-format-payment	thru	dl0-99-exit
	else
	    perform dm0-format-adjustment
					thru	dm0-99-exit.
*	endif
*   endif

    move ws-fact-ent			to	ss-ent.
    move spaces				to	dw-natural.
    move k-clmdtl-b-data		to	dw-natural.
    move "Y"				to	dw-found.
    perform xm0-send-row		thru	xm0-99-exit.

dg0-99-exit.
    exit.
dh0-line-entity.

*	(payments, adjustments and write-offs ride the claim as lines
*	 of their own - the d007 history split)
    if k-clmdtl-b-oma-cd = "PAID"
    then
	move 8				to	ws-fact-ent
    else
	if   k-clmdtl-b-oma-cd = "ADJU"
	  or k-clmdtl-b-oma-cd = "WOFF"
	  or k-clmdtl-b-adj-nbr not = zero
	then
	    move 9			to	ws-fact-ent
	else
	    move 7			to	ws-fact-ent.
*	endif
*   endif

dh0-99-exit.
    exit.
dj0-claim-dimensions.

    move zero				to	fact-keys.

    move clmhdr-batch-nbr-3-6 (2:3)	to	ws-doc-nbr.
    move 1				to	ss-ent.
    move spaces				to	dw-natural.
    move ws-doc-nbr			to	dw-natural.
    perform xk0-dimension-key		thru	xk0-99-exit.
    move dw-surrogate			to	fk-doctor.

    move 2				to	ss-ent.
    move spaces				to	dw-natural.
    move clmhdr-pat-id of claim-header-rec (1:16)
					to	dw-natural.
    perform xk0-dimension-key		thru	xk0-99-exit.
    move dw-surrogate			to	fk-patient.

    move 3				to	ss-ent.
    move spaces				to	dw-natural.
    move clmhdr-loc			to	dw-natural.
    perform xk0-dimension-key		thru	xk0-99-exit.
    move dw-surrogate			to	fk-location.

*	(the client the claim's doctor bills for - f073)
    if ws-doc-nbr not = ws-client-held
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
    move 5				to	ss-ent.
    move spaces				to	dw-natural.
    move ws-client-id			to	dw-natural.
    perform xk0-dimension-key		thru	xk0-99-exit.
    move dw-surrogate			to	fk-client.

    if ws-fact-ent = 7
    then
	move 4				to	ss-ent
	move spaces			to	dw-natural
	move clmdtl-oma-cd		to	dw-natural
	perform xk0-dimension-key	thru	xk0-99-exit
	move dw-surrogate		to	fk-fee-code.
*   endif

dj0-99-exit.
    exit.
dk0-format-service.

*	claim | oma code | suffix | service date | doctor | patient |
*	location | client | fee code | agent | services | fee oma |
*	fee ohip | diagnosis | modality | status | period end
    move spaces				to	dw-attrs.
    move 1				to	dw-ptr.

    move cur-claim-id			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move clmdtl-oma-cd			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move clmdtl-oma-suff		to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move clmdtl-sv-date			to	dw-date.
    perform xe4-dw-date			thru	xe4-99-exit.
    move fk-doctor			to	dw-key-value.
    perform xe5-dw-key			thru	xe5-99-exit.
    move fk-patient			to	dw-key-value.
    perform xe5-dw-key			thru	xe5-99-exit.
    move fk-location			to	dw-key-value.
    perform xe5-dw-key			thru	xe5-99-exit.
    move fk-client			to	dw-key-value.
    perform xe5-dw-key			thru	xe5-99-exit.
    move fk-fee-code			to	dw-key-value.
    perform xe5-dw-key			thru	xe5-99-exit.
    move clmdtl-agent-cd		to	dw-number.
    perform xe1-dw-number		thru	xe1-99-exit.
    move clmdtl-nbr-serv		to	dw-number.
    perform xe1-dw-number		thru	xe1-99-exit.
    move clmdtl-fee-oma			to	dw-amount-1.
    move clmdtl-fee-ohip		to	dw-amount-2.
    move dw-amount-1			to	dw-amount-ed.
    perform xe2-dw-amount		thru	xe2-99-exit.
    move dw-amount-2			to	dw-amount-ed.
    perform xe2-dw-amount		thru	xe2-99-exit.
    move clmdtl-diag-cd			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move clmdtl-modality		to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move clmdtl-status			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move clmdtl-date-period-end		to	dw-date.
    perform xe4-dw-date			thru	xe4-99-exit.

    perform xe9-end-row			thru	xe9-99-exit.

dk0-99-exit.
    exit.
dl0-format-payment.

*	claim | suffix | payment date | doctor | patient | location |
*	client | agent | amount oma | amount ohip | adj code |
*	payment reference
    move spaces				to	dw-attrs.
    move 1				to	dw-ptr.

    move cur-claim-id			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move clmdtl-oma-suff		to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move clmdtl-sv-date			to	dw-date.
    perform xe4-dw-date			thru	xe4-99-exit.
    move fk-doctor			to	dw-key-value.
    perform xe5-dw-key			thru	xe5-99-exit.
    move fk-patient			to	dw-key-value.
    perform xe5-dw-key			thru	xe5-99-exit.
    move fk-location			to	dw-key-value.
    perform xe5-dw-key			thru	xe5-99-exit.
    move fk-client			to	dw-key-value.
    perform xe5-dw-key			thru	xe5-99-exit.
    move clmdtl-agent-cd		to	dw-number.
    perform xe1-dw-number		thru	xe1-99-exit.
    move clmdtl-fee-oma			to	dw-amount-1.
    move clmdtl-fee-ohip		to	dw-amount-2.
    move dw-amount-1			to	dw-amount-ed.
    perform xe2-dw-amount		thru	xe2-99-exit.
    move dw-amount-2			to	dw-amount-ed.
    perform xe2-dw-amount		thru	xe2-99-exit.
    move clmdtl-adj-cd			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move clmdtl-orig-batch-id		to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.

    perform xe9-end-row			thru	xe9-99-exit.

dl0-99-exit.
    exit.
dm0-format-adjustment.

*	claim | type (ADJU, WOFF or the service code adjusted) |
*	suffix | adjustment nbr | date | doctor | patient | location |
*	client | agent | amount oma | amount ohip | adj code
    move spaces				to	dw-attrs.
    move 1				to	dw-ptr.

    move cur-claim-id			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move k-clmdtl-b-oma-cd		to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move k-clmdtl-b-oma-suff		to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move k-clmdtl-b-adj-nbr		to	dw-number.
    perform xe1-dw-number		thru	xe1-99-exit.
    move clmdtl-sv-date			to	dw-date.
    perform xe4-dw-date			thru	xe4-99-exit.
    move fk-doctor			to	dw-key-value.
    perform xe5-dw-key			thru	xe5-99-exit.
    move fk-patient			to	dw-key-value.
    perform xe5-dw-key			thru	xe5-99-exit.
    move fk-location			to	dw-key-value.
    perform xe5-dw-key			thru	xe5-99-exit.
    move fk-client			to	dw-key-value.
    perform xe5-dw-key			thru	xe5-99-exit.
    move clmdtl-agent-cd		to	dw-number.
    perform xe1-dw-number		thru	xe1-99-exit.
    move clmdtl-fee-oma			to	dw-amount-1.
    move clmdtl-fee-ohip		to	dw-amount-2.
    move dw-amount-1			to	dw-amount-ed.
    perform xe2-dw-amount		thru	xe2-99-exit.
    move dw-amount-2			to	dw-amount-ed.
    perform xe2-dw-amount		thru	xe2-99-exit.
    move clmdtl-adj-cd			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.

    perform xe9-end-row			thru	xe9-99-exit.

dm0-99-exit.
    exit.
ea0-rejections.

*	(f085 is compared whole each night - a resolved rejection is
*	 flagged on it, not removed, and goes again with the flag)
    move low-values			to	rej-key.
    start rejected-claims key is greater than or equal to rej-key
	invalid key
	    go to ea0-99-exit.

ea0-10-read.

    read rejected-claims next
	at end
	    go to ea0-99-exit.

    move zero				to	fact-keys.

    move 1				to	ss-ent.
    move spaces				to	dw-natural.
    move doc-nbr of rejected-claims-rec	to	dw-natural.
    perform xk0-dimension-key		thru	xk0-99-exit.
    move dw-surrogate			to	fk-doctor.

    move 3				to	ss-ent.
    move spaces				to	dw-natural.
    move rejected-loc			to	dw-natural.
    perform xk0-dimension-key		thru	xk0-99-exit.
    move dw-surrogate			to	fk-location.

    move 6				to	ss-ent.
    move spaces				to	dw-natural.
    move mess-code			to	dw-natural.
    perform xk0-dimension-key		thru	xk0-99-exit.
    move dw-surrogate			to	fk-moh-code.

*	claim | oma code | suffix | doctor | location | MOH code |
*	further error 1 | further error 2 | agent | service date |
*	reject date | amount | resubmit | resolved
    move spaces				to	dw-attrs.
    move 1				to	dw-ptr.

    move rej-claim-id			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move rej-oma-cd			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move rej-oma-suff			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move fk-doctor			to	dw-key-value.
    perform xe5-dw-key			thru	xe5-99-exit.
    move fk-location			to	dw-key-value.
    perform xe5-dw-key			thru	xe5-99-exit.
    move fk-moh-code			to	dw-key-value.
    perform xe5-dw-key			thru	xe5-99-exit.
    move rej-error-cd (1)		to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move rej-error-cd (2)		to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move rej-agent-cd			to	dw-number.
    perform xe1-dw-number		thru	xe1-99-exit.
    move rej-svc-date			to	dw-date.
    perform xe4-dw-date			thru	xe4-99-exit.
    move reject-date			to	dw-date.
    perform xe4-dw-date			thru	xe4-99-exit.
    move rej-amt			to	dw-amount-1.
    move zero				to	dw-amount-2.
    move dw-amount-1			to	dw-amount-ed.
    perform xe2-dw-amount		thru	xe2-99-exit.
    move rej-resubmit-flag		to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move logically-deleted-flag		to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.

    perform xe9-end-row			thru	xe9-99-exit.

    move 10				to	ss-ent.
    move spaces				to	dw-natural.
    move rej-key			to	dw-natural.
    move "Y"				to	dw-found.
    perform xm0-send-row		thru	xm0-99-exit.

    go to ea0-10-read.

ea0-99-exit.
    exit.
fa0-build-doctor.

    move "Y"				to	dw-found.
    move dw-natural			to	doc-nbr of doc-mstr-rec.
    read doc-mstr
	invalid key
	    move "N"			to	dw-found
	    go to fa0-99-exit.

    perform fa1-format-doctor		thru	fa1-99-exit.

fa0-99-exit.
    exit.
fa1-format-doctor.

*	doctor nbr | name | department | specialty | ohip billing nbr |
*	clinic | contractor | facility term date
    move "Y"				to	dw-found.
    move spaces				to	dw-attrs.
    move 1				to	dw-ptr.
    move zero				to	dw-amount-1
						dw-amount-2.

    move doc-nbr of doc-mstr-rec	to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move doc-name			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move doc-dept			to	dw-number.
    perform xe1-dw-number		thru	xe1-99-exit.
    move doc-spec-cd			to	dw-number.
    perform xe1-dw-number		thru	xe1-99-exit.
    move doc-ohip-nbr			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move doc-clinic-nbr			to	dw-number.
    perform xe1-dw-number		thru	xe1-99-exit.
    move doc-contractor-flag		to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move doc-date-fac-term		to	dw-date.
    perform xe4-dw-date			thru	xe4-99-exit.

    perform xe9-end-row			thru	xe9-99-exit.

fa1-99-exit.
    exit.
fb0-build-patient.

    move "Y"				to	dw-found.
    move dw-natural			to	key-pat-mstr.
    read pat-mstr
	invalid key
	    move "N"			to	dw-found
	    go to fb0-99-exit.

    perform fb1-format-patient		thru	fb1-99-exit.

fb0-99-exit.
    exit.
fb1-format-patient.

*	patient key type | birth date | sex | city | forward sortation
*	area | roster status | roster doctor | language | last visit |
*	date of death
    move "Y"				to	dw-found.
    move spaces				to	dw-attrs.
    move 1				to	dw-ptr.
    move zero				to	dw-amount-1
						dw-amount-2.

    move pat-key-type			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move pat-birth-date			to	dw-date.
    perform xe4-dw-date			thru	xe4-99-exit.
    move pat-sex			to	dw-number.
    perform xe1-dw-number		thru	xe1-99-exit.
    move pat-city			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move pat-postal-cd (1:3)		to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move pat-roster-status		to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move pat-roster-doc-nbr		to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move pat-language			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move pat-date-last-visit		to	dw-date.
    perform xe4-dw-date			thru	xe4-99-exit.
    move pat-date-of-death		to	dw-date.
    perform xe4-dw-date			thru	xe4-99-exit.

    perform xe9-end-row			thru	xe9-99-exit.

fb1-99-exit.
    exit.
fc0-build-location.

    move "Y"				to	dw-found.
    move dw-natural			to	loc-nbr.
    read loc-mstr
	invalid key
	    move "N"			to	dw-found
	    go to fc0-99-exit.

    perform fc1-format-location		thru	fc1-99-exit.

fc0-99-exit.
    exit.
fc1-format-location.

*	location code | name | clinic | hospital
    move "Y"				to	dw-found.
    move spaces				to	dw-attrs.
    move 1				to	dw-ptr.
    move zero				to	dw-amount-1
						dw-amount-2.

    move loc-nbr			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move loc-name			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move loc-clinic-nbr			to	dw-number.
    perform xe1-dw-number		thru	xe1-99-exit.
    move loc-hosp-nbr			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.

    perform xe9-end-row			thru	xe9-99-exit.

fc1-99-exit.
    exit.
fd0-build-fee-code.

    move "Y"				to	dw-found.
    move dw-natural			to	fee-oma-cd.
    read oma-fee-mstr
	invalid key
	    move "N"			to	dw-found
	    go to fd0-99-exit.

    perform fd1-format-fee-code		thru	fd1-99-exit.

fd0-99-exit.
    exit.
fd1-format-fee-code.

*	oma code | description | effective date | current h fee |
*	current a fee | technical | active for entry
    move "Y"				to	dw-found.
    move spaces				to	dw-attrs.
    move 1				to	dw-ptr.
    move zero				to	dw-amount-1
						dw-amount-2.

    move fee-oma-cd			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move fee-desc			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move fee-effective-date		to	dw-date.
    perform xe4-dw-date			thru	xe4-99-exit.
    move fee-curr-h-fee-1		to	dw-amount-ed.
    perform xe2-dw-amount		thru	xe2-99-exit.
    move fee-curr-a-fee-1		to	dw-amount-ed.
    perform xe2-dw-amount		thru	xe2-99-exit.
    move fee-tech-ind			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move fee-active-for-entry		to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.

    perform xe9-end-row			thru	xe9-99-exit.

fd1-99-exit.
    exit.
fe0-build-client.

    move "Y"				to	dw-found.
    move dw-natural			to	client-id of client-mstr-rec.
    read client-mstr
	invalid key
	    move "N"			to	dw-found
	    go to fe0-99-exit.

    perform fe1-format-client		thru	fe1-99-exit.

fe0-99-exit.
    exit.
fe1-format-client.

*	client id | description | city/province | edi | on hold
    move "Y"				to	dw-found.
    move spaces				to	dw-attrs.
    move 1				to	dw-ptr.
    move zero				to	dw-amount-1
						dw-amount-2.

    move client-id of client-mstr-rec	to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move client-desc			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move client-city-prov		to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move client-edi-flag		to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move client-on-hold-flag		to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.

    perform xe9-end-row			thru	xe9-99-exit.

fe1-99-exit.
    exit.
ff0-build-moh-code.

    move "Y"				to	dw-found.
    move dw-natural			to	expl-cd.
    read moh-expl-codes
	invalid key
	    move "N"			to	dw-found
	    go to ff0-99-exit.

    perform ff1-format-moh-code		thru	ff1-99-exit.

ff0-99-exit.
    exit.
ff1-format-moh-code.

*	code | description | severity
    move "Y"				to	dw-found.
    move spaces				to	dw-attrs.
    move 1				to	dw-ptr.
    move zero				to	dw-amount-1
						dw-amount-2.

    move expl-cd			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move expl-desc			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.
    move expl-severity			to	dw-text.
    perform xe0-dw-text			thru	xe0-99-exit.

    perform xe9-end-row			thru	xe9-99-exit.

ff1-99-exit.
    exit.
xe0-dw-text.

*	(dw-text with its trailing spaces dropped, a "|" in the data
*	 made a "/", then the delimiter)
    inspect dw-text replacing all "|" by "/".
    move 60				to	dw-text-len.
    perform xe8-trailing-space		thru	xe8-99-exit
	until   dw-text-len = zero
	   or   dw-text (dw-text-len:1) not = space.

    if dw-text-len not = zero
    then
	string dw-text (1:dw-text-len)	delimited by size
	    into dw-attrs with pointer dw-ptr.
*   endif
    string "|"				delimited by size
	into dw-attrs with pointer dw-ptr.
    move spaces				to	dw-text.

xe0-99-exit.
    exit.
xe1-dw-number.

    move zero				to	dw-lead.
    inspect dw-number tallying dw-lead for leading spaces.
    add 1				to	dw-lead.
    string dw-number (dw-lead:)		delimited by size
	   "|"				delimited by size
	into dw-attrs with pointer dw-ptr.

xe1-99-exit.
    exit.
xe2-dw-amount.

    move zero				to	dw-lead.
    inspect dw-amount-ed tallying dw-lead for leading spaces.
    add 1				to	dw-lead.
    string dw-amount-ed (dw-lead:)	delimited by size
	   "|"				delimited by size
	into dw-attrs with pointer dw-ptr.

xe2-99-exit.
    exit.
xe4-dw-date.

*	(yyyymmdd, or an empty column when there is no date)
    if   dw-date numeric
     and dw-date not = zeros
    then
	string dw-date			delimited by size
	    into dw-attrs with pointer dw-ptr.
*   endif
    string "|"				delimited by size
	into dw-attrs with pointer dw-ptr.

xe4-99-exit.
    exit.
xe5-dw-key.

*	(a dimension's surrogate, or an empty column when the fact
*	 has none)
    if dw-key-value not = zero
    then
	move dw-key-value		to	dw-number
	move zero			to	dw-lead
	inspect dw-number tallying dw-lead for leading spaces
	add 1				to	dw-lead
	string dw-number (dw-lead:)	delimited by size
	    into dw-attrs with pointer dw-ptr.
*   endif
    string "|"				delimited by size
	into dw-attrs with pointer dw-ptr.

xe5-99-exit.
    exit.
xe8-trailing-space.

    subtract 1				from	dw-text-len.

xe8-99-exit.
    exit.
xe9-end-row.

*	(drop the last delimiter)
    subtract 1				from	dw-ptr.
    move space				to	dw-attrs (dw-ptr:1).
    subtract 1				from	dw-ptr
				giving	dw-attrs-len.

xe9-99-exit.
    exit.
xk0-dimension-key.

*	(ss-ent / dw-natural in - dw-surrogate out.  a member f135
*	 already knows keeps its key; a new one is built off its
*	 master and sent.  one missing from its master still gets a
*	 key, so the fact never points at nothing)
    move zero				to	dw-surrogate.
    if dw-natural = spaces
    then
	go to xk0-99-exit.
*   endif

    move de-code (ss-ent)		to	dwk-entity.
    move dw-natural			to	dwk-natural.
    read dw-key-map
	invalid key
	    go to xk0-20-new.

    move dwk-surrogate			to	dw-surrogate.
    go to xk0-99-exit.

xk0-20-new.

    perform xk1-build-dimension		thru	xk1-99-exit.

    if dw-found = "N"
    then
	move spaces			to	dw-attrs
	move dw-natural			to	dw-attrs
	move 24				to	dw-attrs-len
	move "Y"			to	dw-found
	move zero			to	dw-amount-1
					dw-amount-2.
*   endif

    perform xm0-send-row		thru	xm0-99-exit.

xk0-99-exit.
    exit.
xk1-build-dimension.

    go to
	xk1-01
	xk1-02
	xk1-03
	xk1-04
	xk1-05
	xk1-06
    depending on ss-ent.
    move "N"				to	dw-found.
    go to xk1-99-exit.

xk1-01.
    perform fa0-build-doctor		thru	fa0-99-exit.
    go to xk1-99-exit.
xk1-02.
    perform fb0-build-patient		thru	fb0-99-exit.
    go to xk1-99-exit.
xk1-03.
    perform fc0-build-location		thru	fc0-99-exit.
    go to xk1-99-exit.
xk1-04.
    perform fd0-build-fee-code		thru	fd0-99-exit.
    go to xk1-99-exit.
xk1-05.
    perform fe0-build-client		thru	fe0-99-exit.
    go to xk1-99-exit.
xk1-06.
    perform ff0-build-moh-code		thru	ff0-99-exit.

xk1-99-exit.
    exit.
xm0-send-row.

*	(ss-ent, dw-natural, dw-attrs, dw-found in.  a new row gets
*	 the next surrogate; a row as last sent is not sent again
*	 unless this is a full load; a row gone from its master goes
*	 as a delete once)
    move "Y"				to	dw-map-found.
    move de-code (ss-ent)		to	dwk-entity.
    move dw-natural			to	dwk-natural.
    read dw-key-map
	invalid key
	    move "N"			to	dw-map-found.

    if dw-found = "N"
    then
	if   dw-map-found = "N"
	  or dwk-deleted = "Y"
	then
	    go to xm0-99-exit
	end-if
	move "D"			to	dw-action
	move dwk-surrogate		to	dw-surrogate
	move "Y"			to	dwk-deleted
	move spaces			to	dwk-last-row
	move sys-date-long		to	dwk-last-sent
	rewrite dw-key-map-rec
	move zero			to	dw-attrs-len
	perform xw0-write-row		thru	xw0-99-exit
	add 1				to	dc-deletes (ss-ent)
	go to xm0-99-exit.
*   endif

    move "U"				to	dw-action.

    if dw-map-found = "N"
    then
	perform xn0-next-surrogate	thru	xn0-99-exit
	move spaces			to	dw-key-map-rec
	move de-code (ss-ent)		to	dwk-entity
	move dw-natural			to	dwk-natural
	move dw-surrogate		to	dwk-surrogate
	move sys-date-long		to	dwk-first-sent
					dwk-last-sent
	move "N"			to	dwk-deleted
	move dw-attrs			to	dwk-last-row
	write dw-key-map-rec
	go to xm0-50-send.
*   endif

    move dwk-surrogate			to	dw-surrogate.

    if   ws-full-load = "N"
     and dwk-deleted not = "Y"
     and dwk-last-row = dw-attrs
    then
	add 1				to	ctr-rows-unchanged
	go to xm0-99-exit.
*   endif

    move "N"				to	dwk-deleted.
    move dw-attrs			to	dwk-last-row.
    move sys-date-long			to	dwk-last-sent.
    rewrite dw-key-map-rec.

xm0-50-send.

    perform xw0-write-row		thru	xw0-99-exit.
    add 1				to	dc-upserts (ss-ent).
    add dw-amount-1			to	dc-total-1 (ss-ent).
    add dw-amount-2			to	dc-total-2 (ss-ent).

xm0-99-exit.
    exit.
xn0-next-surrogate.

*	(the entity's counter record - blank natural key - is
*	 rewritten as each key is given out, so a run that dies never
*	 hands the same key out twice)
    move de-code (ss-ent)		to	dwk-entity.
    move spaces				to	dwk-natural.
    read dw-key-map
	invalid key
	    move spaces			to	dw-key-map-rec
	    move de-code (ss-ent)	to	dwk-entity
	    move 1			to	dwk-surrogate
	    move sys-date-long		to	dwk-first-sent
					dwk-last-sent
	    write dw-key-map-rec
	    move 1			to	dw-surrogate
	    go to xn0-99-exit.

    add 1				to	dwk-surrogate.
    move sys-date-long			to	dwk-last-sent.
    rewrite dw-key-map-rec.
    move dwk-surrogate			to	dw-surrogate.

xn0-99-exit.
    exit.
xw0-write-row.

*	action | surrogate | the row's columns
    move spaces				to	dw-line.
    move 1				to	dw-line-ptr.
    move dw-surrogate			to	dw-number.
    move zero				to	dw-lead.
    inspect dw-number tallying dw-lead for leading spaces.
    add 1				to	dw-lead.
    string dw-action			delimited by size
	   "|"				delimited by size
	   dw-number (dw-lead:)		delimited by size
	into dw-line with pointer dw-line-ptr.
    if dw-attrs-len > zero
    then
	string "|"			delimited by size
	       dw-attrs (1:dw-attrs-len) delimited by size
	    into dw-line with pointer dw-line-ptr.
*   endif

    add 1				to	dc-rows (ss-ent).

    go to
	xw0-01
	xw0-02
	xw0-03
	xw0-04
	xw0-05
	xw0-06
	xw0-07
	xw0-08
	xw0-09
	xw0-10
    depending on ss-ent.
    go to xw0-99-exit.

xw0-01.
    write dw-doctor-rec			from	dw-line.
    go to xw0-99-exit.
xw0-02.
    write dw-patient-rec		from	dw-line.
    go to xw0-99-exit.
xw0-03.
    write dw-location-rec		from	dw-line.
    go to xw0-99-exit.
xw0-04.
    write dw-fee-code-rec		from	dw-line.
    go to xw0-99-exit.
xw0-05.
    write dw-client-rec			from	dw-line.
    go to xw0-99-exit.
xw0-06.
    write dw-moh-code-rec		from	dw-line.
    go to xw0-99-exit.
xw0-07.
    write dw-service-rec		from	dw-line.
    go to xw0-99-exit.
xw0-08.
    write dw-payment-rec		from	dw-line.
    go to xw0-99-exit.
xw0-09.
    write dw-adjustment-rec		from	dw-line.
    go to xw0-99-exit.
xw0-10.
    write dw-rejection-rec		from	dw-line.

xw0-99-exit.
    exit.
xr0-return-work.

    return u153-work-file
	at end
	    move "Y"			to	eof-work-file.

xr0-99-exit.
    exit.
az0-end-of-job.

    close claims-mstr
	  pat-mstr
	  doc-mstr
	  loc-mstr
	  oma-fee-mstr
	  client-mstr
	  client-doc-mstr
	  rejected-claims
	  moh-expl-codes
	  dw-key-map
	  dw-doctor-file
	  dw-patient-file
	  dw-location-file
	  dw-fee-code-file
	  dw-client-file
	  dw-moh-code-file
	  dw-service-file
	  dw-payment-file
	  dw-adjustment-file
	  dw-rejection-file.

    accept sys-time			from time.

*	(the control file - the run, then a line per extract file)
    open output dw-control-file.

    move spaces				to	dw-line.
    move 1				to	dw-line-ptr.
    move ws-run-nbr			to	dw-number.
    move zero				to	dw-lead.
    inspect dw-number tallying dw-lead for leading spaces.
    add 1				to	dw-lead.
    string "RUN|"			delimited by size
	   dw-number (dw-lead:)		delimited by size
	   "|"				delimited by size
	into dw-line with pointer dw-line-ptr.
    if ws-full-load = "Y"
    then
	string "FULL|"			delimited by size
	    into dw-line with pointer dw-line-ptr
    else
	string "INCR|"			delimited by size
	    into dw-line with pointer dw-line-ptr.
*   endif
    string sys-date-long		delimited by size
	   "|"				delimited by size
	   sys-time (1:6)		delimited by size
	   "|"				delimited by size
	into dw-line with pointer dw-line-ptr.
    move ws-journal-from		to	dw-number.
    perform az1-control-number		thru	az1-99-exit.
    move ws-journal-to			to	dw-number.
    perform az1-control-number		thru	az1-99-exit.
    move ws-audit-from			to	dw-number.
    perform az1-control-number		thru	az1-99-exit.
    move ws-audit-to			to	dw-number.
    move zero				to	dw-lead.
    inspect dw-number tallying dw-lead for leading spaces.
    add 1				to	dw-lead.
    string dw-number (dw-lead:)		delimited by size
	into dw-line with pointer dw-line-ptr.
    write dw-control-rec		from	dw-line.

    perform az2-control-file-line	thru	az2-99-exit
	varying ss-ent from 1 by 1
	until   ss-ent > 10.

    close dw-control-file.

*	(advance the positions - only now that every file is closed)
    open output dw-state-file.
    move spaces				to	dw-state-rec.
    move ws-run-nbr			to	dws-run-nbr.
    move ws-journal-to			to	dws-journal-count.
    move ws-audit-to			to	dws-audit-count.
    move sys-date-long			to	dws-run-date.
    move sys-time (1:6)			to	dws-run-time.
    write dw-state-rec.
    close dw-state-file.

*	(a full load asked for by parm is done - the next night is
*	 incremental again)
    if ws-full-load = "Y"
    then
	open output u153-parm-file
	move spaces			to	u153-parm-rec
	move "I"			to	u153-parm-type
	write u153-parm-rec
	close u153-parm-file.
*   endif

    move "u153"				to	elp-pgm.
    move "COUNT"			to	elp-type.
    move ctr-journal-read		to	elp-count.
    move "JOURNAL RECORDS READ"		to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    move "u153"				to	elp-pgm.
    move "END"				to	elp-type.
    move ws-run-nbr			to	elp-count.
    move "WAREHOUSE EXTRACT RUN NBR"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    display "u153 - warehouse extract run  " ws-run-nbr.
    if ws-full-load = "Y"
    then
	display "u153 - full load".
*   endif
    display "u153 - journal records read   " ctr-journal-read.
    display "u153 - claims touched         " ctr-claims-keys.
    display "u153 - change log records     " ctr-audit-read.
    display "u153 - claims records read    " ctr-claims-read.
    display "u153 - rows unchanged         " ctr-rows-unchanged.
    perform az3-display-counts		thru	az3-99-exit
	varying ss-ent from 1 by 1
	until   ss-ent > 10.

    stop run.

az0-99-exit.
    exit.
az1-control-number.

    move zero				to	dw-lead.
    inspect dw-number tallying dw-lead for leading spaces.
    add 1				to	dw-lead.
    string dw-number (dw-lead:)		delimited by size
	   "|"				delimited by size
	into dw-line with pointer dw-line-ptr.

az1-99-exit.
    exit.
az2-control-file-line.

*	FILE | name | rows | inserts/replacements | deletes | total 1 |
*	total 2
    move spaces				to	dw-line.
    move 1				to	dw-line-ptr.
    string "FILE|"			delimited by size
	   de-file-name (ss-ent)	delimited by space
	   "|"				delimited by size
	into dw-line with pointer dw-line-ptr.
    move dc-rows (ss-ent)		to	dw-number.
    perform az1-control-number		thru	az1-99-exit.
    move dc-upserts (ss-ent)		to	dw-number.
    perform az1-control-number		thru	az1-99-exit.
    move dc-deletes (ss-ent)		to	dw-number.
    perform az1-control-number		thru	az1-99-exit.

    move dc-total-1 (ss-ent)		to	dw-total-ed.
    move zero				to	dw-lead.
    inspect dw-total-ed tallying dw-lead for leading spaces.
    add 1				to	dw-lead.
    string dw-total-ed (dw-lead:)	delimited by size
	   "|"				delimited by size
	into dw-line with pointer dw-line-ptr.
    move dc-total-2 (ss-ent)		to	dw-total-ed.
    move zero				to	dw-lead.
    inspect dw-total-ed tallying dw-lead for leading spaces.
    add 1				to	dw-lead.
    string dw-total-ed (dw-lead:)	delimited by size
	into dw-line with pointer dw-line-ptr.

    write dw-control-rec		from	dw-line.

az2-99-exit.
    exit.
az3-display-counts.

    display "u153 - " de-file-name (ss-ent)
	    " rows " dc-rows (ss-ent)
	    " deletes " dc-deletes (ss-ent).

az3-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
