identification division.
program-id. m117.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f001 - batch control file
*			: f002 - claims master
*			: f010 - patient master
*			: f024 - doctor/location assignments
*			: f040 - oma fee master
*			: f090 - constants master
*			: f098 - user security master
*			: f125 - front-desk drawer session file
*			: f126 - front-desk receipt register
*			: rm117r - patient receipt (printer, one per sale)
*			: rm117 - drawer close-out report (printer)
*
*   program purpose : front-desk point of sale for uninsured
*			services - sick notes, forms, travel
*			vaccines - paid at the counter.  the cashier
*			signs on (f098) and keys the console number;
*			each console has its own cash drawer, opened
*			here with the counted float, the location
*			and the week/day/seq the session's claims
*			are batched under.  a sale keys the patient,
*			doctor and oma code; the fee is priced off
*			f040 (plus hst when the code is taxable)
*			and taken by cash, cheque, debit or credit
*			card.  the claim is created on the spot -
*			agent 4, header and service line, with the
*			payment on the header and a "PAID" line
*			(suffix P) quoting the receipt - under an
*			f001 claim batch for the doctor, as a
*			keyed claim with a payment at entry would
*			be.  every claim write is journalled through
*			clmjrnl.  the numbered receipt is filed on
*			f126 and printed at once.  closing the
*			drawer takes the counted totals by tender
*			and prints the close-out (expected against
*			counted, over/short by tender); r006 picks
*			up the closed session for the day's cash
*			receipts journal and deposit.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f001_batch_control_file.slr".
*
    copy "f002_claims_mstr.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f024_doc_loc_assign.slr".
*
    copy "f040_oma_fee_mstr.slr".
*
    copy "f090_constants_mstr.slr".
*
    copy "f098_user_security.slr".
*
    copy "f125_drawer_session.slr".
*
    copy "f126_pos_receipt.slr".
*
    select receipt-file
	assign to printer receipt-file-name
	file status is status-receipt-rpt.
*
    select closeout-file
	assign to printer print-file-name
	file status is status-closeout-rpt.
*
data division.
file section.
*
    copy "f001_batch_control_file.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "f024_doc_loc_assign.fd".
*
    copy "f040_oma_fee_mstr.fd".
*
    copy "f090_constants_mstr.fd".
    copy "f090_const_mstr_rec_7.ws".
*
    copy "f098_user_security.fd".
*
    copy "f125_drawer_session.fd".
*
    copy "f126_pos_receipt.fd".
*
fd  receipt-file
    record contains 80 characters.

01  receipt-record			pic x(80).

fd  closeout-file
    record contains 132 characters.

01  closeout-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rm117".
77  status-receipt-rpt			pic xx	value zero.
77  status-closeout-rpt			pic xx	value zero.

01  receipt-file-name.
    05  filler				pic x(6)	value "rm117r".
    05  rfn-receipt-nbr			pic 9(6)	value zero.

77  common-status-file			pic x(2).
77  status-cobol-batctrl-file		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-doc-loc-assign		pic xx	value zero.
77  status-cobol-oma-mstr		pic xx	value zero.
77  status-cobol-iconst-mstr		pic xx	value zero.
77  status-cobol-user-security		pic xx	value zero.
77  status-cobol-drawer-session		pic xx	value zero.
77  status-cobol-pos-receipt		pic xx	value zero.

77  ws-confirm				pic x	value spaces.
77  entry-ok				pic x	value "N".
77  ws-end-of-session			pic x	value "N".
77  ws-session-found			pic x	value "N".
77  ws-batch-new			pic x	value "N".
77  ws-assign-ok			pic x	value "N".
77  eof-assign				pic x	value "N".
77  eof-pos-receipt			pic x	value "N".
77  ws-function				pic x	value spaces.

77  sel-clinic-nbr			pic 99		value zero.
77  sel-con-nbr				pic 99		value zero.
77  ws-user-id				pic x(8)	value spaces.
77  ws-entered-password			pic x(8)	value spaces.

77  ws-hst-rate				pic 9v9(4)	value zero.
77  ws-today-session-nbr		pic 9		value zero.
77  ws-receipt-nbr			pic 9(6)	value zero.
77  ws-claim-nbr			pic 99		value zero.
77  ss-tender				pic 9		value zero.

*   the clinic's constants record, held - record 7 shares the area

01  ws-clinic-info.
    05  ws-clinic-name			pic x(20).
    05  ws-clinic-addr-l1		pic x(30).
    05  ws-clinic-addr-l2		pic x(30).
    05  ws-clinic-addr-l3		pic x(30).
    05  ws-clinic-period-end		pic 9(8).

*   the drawer session in use

01  ws-session-key.
    05  ws-ses-clinic-nbr-1-2		pic 99.
    05  ws-ses-con-nbr			pic 99.
    05  ws-ses-open-date		pic 9(8).
    05  ws-ses-nbr			pic 9.

*   drawer open entry

01  entry-open.
    05  entry-float-amt			pic 9(5)v99	value zero.
    05  entry-loc			pic x(4)	value spaces.
    05  entry-batch-wds			pic 999		value zero.
    05  entry-batch-wds-r redefines entry-batch-wds.
	10  entry-batch-week		pic 9.
	10  entry-batch-day		pic 9.
	10  entry-batch-seq		pic 9.

*   sale entry

01  entry-sale.
    05  entry-pat-key			pic x(16)	value spaces.
    05  entry-pat-name			pic x(31)	value spaces.
    05  entry-doc-nbr			pic x(4)	value spaces.
    05  entry-oma-cd			pic x(4)	value spaces.
    05  entry-oma-desc			pic x(24)	value spaces.
    05  entry-nbr-serv			pic 999		value zero.
    05  entry-fee-amt			pic s9(7)v99	value zero.
    05  entry-fee-ohip			pic s9(7)v99	value zero.
    05  entry-hst-amt			pic s9(5)v99	value zero.
    05  entry-total-amt			pic s9(7)v99	value zero.
    05  entry-tender			pic x		value spaces.
	88  entry-tender-ok				value "C" "Q" "D" "K".
	88  entry-tender-cash				value "C".
    05  entry-tender-ref		pic x(12)	value spaces.
    05  entry-tendered-amt		pic 9(7)v99	value zero.
    05  entry-change-amt		pic s9(7)v99	value zero.

*   drawer close entry - cash is the whole drawer, float included

01  entry-close.
    05  entry-counted-cash		pic 9(7)v99	value zero.
    05  entry-counted-cheque		pic 9(7)v99	value zero.
    05  entry-counted-debit		pic 9(7)v99	value zero.
    05  entry-counted-card		pic 9(7)v99	value zero.

01  ws-close-figures.
    05  ws-expected-in-drawer		pic s9(7)v99	value zero.
    05  ws-over-short			pic s9(7)v99	occurs 4 times.
    05  ws-tot-expected			pic s9(7)v99	value zero.
    05  ws-tot-counted			pic s9(7)v99	value zero.
    05  ws-tot-over-short		pic s9(7)v99	value zero.
    05  ws-deposit-amt			pic s9(7)v99	value zero.

01  ws-claim-id.
    05  ws-claim-batch-nbr.
	10  ws-claim-clinic-nbr-1-2	pic 99.
	10  ws-claim-doc-nbr		pic x(4).
	10  ws-claim-wds		pic 999.
    05  ws-claim-claim-nbr		pic 99.

01  ws-line-key				pic x(18).
01  ws-line-key-r redefines ws-line-key.
    05  ws-line-key-type		pic x.
    05  ws-line-claim-id		pic x(11).
    05  ws-line-oma-cd			pic x(4).
    05  ws-line-oma-suff		pic x.
    05  ws-line-adj-nbr			pic 9.

01  ws-paid-desc.
    05  filler				pic x(12)	value
		"POS RECEIPT ".
    05  ws-paid-desc-clinic		pic 99.
    05  filler				pic x		value "-".
    05  ws-paid-desc-receipt		pic 9(6).
    05  filler				pic x		value space.
    05  ws-paid-desc-tender		pic x.
    05  filler				pic x		value space.
    05  ws-paid-desc-ref		pic x(12).
    05  filler				pic x		value space.
    05  ws-paid-desc-con		pic 99.
    05  filler				pic x(21)	value spaces.

01  tender-names.
    05  filler				pic x(12)	value "CASH".
    05  filler				pic x(12)	value "CHEQUE".
    05  filler				pic x(12)	value "DEBIT CARD".
    05  filler				pic x(12)	value "CREDIT CARD".
01  tender-names-r redefines tender-names.
    05  tender-name			pic x(12)	occurs 4 times.

01  counters.
    05  ctr-receipts			pic 9(5)	value zero.

01  error-message-table.
    05  error-messages.
	10  filler			pic x(60)	value
		"INVALID CLINIC NUMBER".
	10  filler			pic x(60)	value
		"USER ID OR PASSWORD NOT VALID".
	10  filler			pic x(60)	value
		"CONSOLE NUMBER IS REQUIRED".
	10  filler			pic x(60)	value
		"LOCATION IS REQUIRED".
	10  filler			pic x(60)	value
		"DOCTOR NOT ASSIGNED TO THE DRAWER'S LOCATION TODAY".
	10  filler			pic x(60)	value
		"PATIENT NOT ON THE PATIENT MASTER".
	10  filler			pic x(60)	value
		"OMA CODE NOT ON THE FEE MASTER".
	10  filler			pic x(60)	value
		"CODE HAS NO FEE ON THE FEE MASTER".
	10  filler			pic x(60)	value
		"TENDER MUST BE C, Q, D OR K".
	10  filler			pic x(60)	value
		"AMOUNT TENDERED MUST EQUAL THE TOTAL".
	10  filler			pic x(60)	value
		"CASH TENDERED IS LESS THAN THE TOTAL".
	10  filler			pic x(60)	value
		"BATCH ON FILE IS NOT THIS DRAWER'S - REOPEN WITH A NEW SEQ".
	10  filler			pic x(60)	value
		"CLAIM BATCH IS FULL - CLOSE AND REOPEN WITH A NEW SEQ".
	10  filler			pic x(60)	value
		"CHEQUE NUMBER / CARD AUTHORIZATION IS REQUIRED".
	10  filler			pic x(60)	value
		"FUNCTION MUST BE S, C OR BLANK".
	10  filler			pic x(60)	value
		"DRAWER WAS OPENED ON AN EARLIER DAY - CLOSE IT FIRST".
	10  filler			pic x(60)	value
		"CLAIM ALREADY ON THE CLAIMS MASTER - SALE NOT POSTED".
	10  filler			pic x(60)	value
		"OMA CODE IS NOT ACTIVE FOR ENTRY".
	10  filler			pic x(60)	value
		"DOCTOR IS REQUIRED".
	10  filler			pic x(60)	value
		"BATCH WEEK/DAY/SEQ IS REQUIRED".
    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 20 times.
01  err-msg-comment			pic x(60).

*   receipt lines

01  rc1-clinic-line.
    05  filler				pic x(20)	value spaces.
    05  rc1-clinic-name			pic x(20).

01  rc2-addr-line.
    05  filler				pic x(20)	value spaces.
    05  rc2-addr			pic x(30).

01  rc3-receipt-line.
    05  filler				pic x(12)	value "RECEIPT NO. ".
    05  rc3-clinic-nbr			pic 99.
    05  filler				pic x		value "-".
    05  rc3-receipt-nbr			pic 9(6).
    05  filler				pic x(8)	value "   DATE ".
    05  rc3-date			pic xxxx/xx/xx.
    05  filler				pic x(7)	value "  TIME ".
    05  rc3-hrs				pic 99.
    05  filler				pic x		value ":".
    05  rc3-min				pic 99.

01  rc4-patient-line.
    05  filler				pic x(12)	value "PATIENT".
    05  rc4-pat-name			pic x(31).

01  rc5-doctor-line.
    05  filler				pic x(12)	value "DOCTOR".
    05  rc5-doc-nbr			pic x(4).
    05  filler				pic x(10)	value "    CLAIM ".
    05  rc5-claim-id			pic x(11).

01  rc6-service-line.
    05  filler				pic x(12)	value "SERVICE".
    05  rc6-oma-cd			pic x(4).
    05  filler				pic x		value space.
    05  rc6-oma-desc			pic x(24).
    05  filler				pic xx		value " X".
    05  rc6-nbr-serv			pic zz9.
    05  filler				pic x(4)	value spaces.
    05  rc6-fee-amt			pic z,zzz,zz9.99.

01  rc7-amount-line.
    05  filler				pic x(12)	value spaces.
    05  rc7-desc			pic x(38).
    05  rc7-amt				pic z,zzz,zz9.99.

01  rc8-paid-by-line.
    05  filler				pic x(12)	value "PAID BY".
    05  rc8-tender-name			pic x(12).
    05  filler				pic x		value space.
    05  rc8-tender-ref			pic x(12).

01  rc9-cashier-line.
    05  filler				pic x(12)	value "CASHIER".
    05  rc9-user-id			pic x(8).
    05  filler				pic x(10)	value "  CONSOLE ".
    05  rc9-con-nbr			pic 99.

01  rc10-notice-line.
    05  filler				pic x(60)	value
	"UNINSURED SERVICE - NOT BILLED TO OHIP.  KEEP THIS RECEIPT.".

*   close-out report lines

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-closeout-head.
    05  filler				pic x(6)	value "m117".
    05  filler				pic x(24)	value spaces.
    05  filler				pic x(34)	value
		"FRONT-DESK DRAWER CLOSE-OUT".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-date			pic xxxx/xx/xx.
    05  filler				pic x(7)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-session-head.
    05  filler				pic x(8)	value "CLINIC ".
    05  h2-clinic-nbr			pic 99.
    05  filler				pic x		value space.
    05  h2-clinic-name			pic x(20).
    05  filler				pic x(10)	value "  CONSOLE ".
    05  h2-con-nbr			pic 99.
    05  filler				pic x(10)	value "  SESSION ".
    05  h2-open-date			pic xxxx/xx/xx.
    05  filler				pic x		value "-".
    05  h2-session-nbr			pic 9.
    05  filler				pic x(11)	value "  LOCATION ".
    05  h2-loc				pic x(4).
    05  filler				pic x(8)	value "  BATCH ".
    05  h2-batch-wds			pic 999.

01  h3-open-close-head.
    05  filler				pic x(10)	value "OPENED BY ".
    05  h3-open-user			pic x(8).
    05  filler				pic x(4)	value " AT ".
    05  h3-open-time			pic 99b99.
    05  filler				pic x(14)	value "    CLOSED BY ".
    05  h3-close-user			pic x(8).
    05  filler				pic x(4)	value " ON ".
    05  h3-close-date			pic xxxx/xx/xx.
    05  filler				pic x(4)	value " AT ".
    05  h3-close-time			pic 99b99.

01  h4-receipt-head.
    05  filler				pic x(9)	value "RECEIPT".
    05  filler				pic x(7)	value "TIME".
    05  filler				pic x(13)	value "CLAIM".
    05  filler				pic x(17)	value "PATIENT".
    05  filler				pic x(5)	value "DOC".
    05  filler				pic x(6)	value "CODE".
    05  filler				pic x(7)	value "TENDER".
    05  filler				pic x(14)	value "REFERENCE".
    05  filler				pic x(13)	value
		"       AMOUNT".

01  l1-receipt-line.
    05  l1-receipt-nbr			pic 9(6).
    05  filler				pic x(3)	value spaces.
    05  l1-time				pic 99b99.
    05  filler				pic x(2)	value spaces.
    05  l1-claim-id			pic x(11).
    05  filler				pic x(2)	value spaces.
    05  l1-pat-surname			pic x(15).
    05  filler				pic x(2)	value spaces.
    05  l1-doc-nbr			pic x(3).
    05  filler				pic x(2)	value spaces.
    05  l1-oma-cd			pic x(4).
    05  filler				pic x(2)	value spaces.
    05  l1-tender			pic x.
    05  filler				pic x(6)	value spaces.
    05  l1-tender-ref			pic x(12).
    05  filler				pic x(2)	value spaces.
    05  l1-amt				pic z,zzz,zz9.99-.

01  h5-tender-head.
    05  filler				pic x(16)	value "TENDER".
    05  filler				pic x(8)	value "RCPTS".
    05  filler				pic x(16)	value
		"     EXPECTED".
    05  filler				pic x(16)	value
		"      COUNTED".
    05  filler				pic x(13)	value
		" OVER/(SHORT)".

01  l2-tender-line.
    05  l2-tender-name			pic x(12).
    05  filler				pic x(5)	value spaces.
    05  l2-nbr-receipts			pic zzz9.
    05  filler				pic x(3)	value spaces.
    05  l2-expected-amt			pic z,zzz,zz9.99-.
    05  filler				pic x(3)	value spaces.
    05  l2-counted-amt			pic z,zzz,zz9.99-.
    05  filler				pic x(3)	value spaces.
    05  l2-over-short			pic z,zzz,zz9.99-.

01  l3-float-line.
    05  filler				pic x(40)	value
		"  (CASH EXPECTED INCLUDES OPENING FLOAT".
    05  l3-float-amt			pic z,zz9.99.
    05  filler				pic x		value ")".

01  l4-deposit-line.
    05  filler				pic x(40)	value
		"DEPOSIT (COUNTED LESS FLOAT)".
    05  l4-deposit-amt			pic z,zzz,zz9.99-.

    copy "f002_claims_mstr_rec1_2.ws".

    copy "clmjrnl.ws".

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m117".
    05  line 01 col 15 value "Front-Desk Point of Sale".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-clinic-entry.
    05  line 03 col 01 value "CLINIC".
    05  scr-clinic-nbr line 03 col 30 pic zz using sel-clinic-nbr auto required.
    05  line 03 col 40 pic x(20) from ws-clinic-name.

01  scr-cashier.
    05  line 04 col 01 value "CASHIER (BLANK=END)".
    05  scr-user-id line 04 col 30 pic x(8) using ws-user-id auto.
    05  line 04 col 41 value "PASSWORD".
    05  scr-password line 04 col 50 pic x(8) using ws-entered-password secure auto.

01  scr-console.
    05  line 05 col 01 value "YOUR CONSOLE NUMBER".
    05  scr-con-nbr line 05 col 30 pic 99 using sel-con-nbr auto required.

01  scr-drawer-info.
    05  line 05 col 36 value "DRAWER OPEN".
    05  line 05 col 48 pic xxxx/xx/xx from ws-ses-open-date.
    05  line 05 col 59 value "-".
    05  line 05 col 60 pic 9 from ws-ses-nbr.
    05  line 05 col 63 value "LOC".
    05  line 05 col 67 pic x(4) from dws-loc.
    05  line 05 col 72 value "BAT".
    05  line 05 col 76 pic 999 from dws-batch-wds.

01  scr-open-entry.
    05  line 07 col 01 value "NO DRAWER OPEN ON THIS CONSOLE - OPEN ONE".
    05  line 09 col 01 value "OPENING FLOAT (COUNTED)".
    05  scr-float-amt line 09 col 30 pic zz,zz9.99 using entry-float-amt auto.
    05  line 10 col 01 value "LOCATION".
    05  scr-loc line 10 col 30 pic x(4) using entry-loc auto.
    05  line 11 col 01 value "CLAIM BATCH WEEK/DAY/SEQ".
    05  scr-batch-wds line 11 col 30 pic 999 using entry-batch-wds auto.

01  scr-function.
    05  line 07 col 01 value "FUNCTION (S=SALE C=CLOSE DRAWER BLANK=END)".
    05  scr-function-fld line 07 col 50 pic x using ws-function auto.

01  scr-sale-entry.
    05  line 09 col 01 value "PATIENT KEY (BLANK=CANCEL)".
    05  scr-pat-key line 09 col 30 pic x(16) using entry-pat-key auto.
    05  line 09 col 48 pic x(31) from entry-pat-name.
    05  line 10 col 01 value "DOCTOR".
    05  scr-doc-nbr line 10 col 30 pic x(4) using entry-doc-nbr auto.
    05  line 11 col 01 value "OMA CODE".
    05  scr-oma-cd line 11 col 30 pic x(4) using entry-oma-cd auto.
    05  line 11 col 48 pic x(24) from entry-oma-desc.
    05  line 12 col 01 value "NUMBER OF SERVICES".
    05  scr-nbr-serv line 12 col 30 pic zz9 using entry-nbr-serv auto.

01  scr-sale-price.
    05  line 13 col 01 value "FEE".
    05  line 13 col 30 pic z,zzz,zz9.99 from entry-fee-amt.
    05  line 13 col 48 value "HST".
    05  line 13 col 56 pic zz,zz9.99 from entry-hst-amt.
    05  line 14 col 01 value "TOTAL DUE".
    05  line 14 col 30 pic z,zzz,zz9.99 from entry-total-amt.

01  scr-tender-entry.
    05  line 16 col 01 value "TENDER (C=CASH Q=CHEQUE D=DEBIT K=CARD)".
    05  scr-tender line 16 col 45 pic x using entry-tender auto.
    05  line 17 col 01 value "CHEQUE NBR / CARD AUTH".
    05  scr-tender-ref line 17 col 30 pic x(12) using entry-tender-ref auto.
    05  line 18 col 01 value "AMOUNT TENDERED".
    05  scr-tendered-amt line 18 col 30 pic z,zzz,zz9.99 using entry-tendered-amt auto.

01  scr-change.
    05  line 19 col 01 value "CHANGE DUE".
    05  line 19 col 30 pic z,zzz,zz9.99- from entry-change-amt.

01  scr-close-entry.
    05  line 09 col 01 value "CLOSE DRAWER".
    05  line 09 col 30 value "EXPECTED".
    05  line 09 col 46 value "COUNTED".
    05  line 10 col 01 value "CASH (FLOAT INCLUDED)".
    05  line 10 col 27 pic z,zzz,zz9.99- from ws-expected-in-drawer.
    05  scr-counted-cash line 10 col 44 pic z,zzz,zz9.99 using entry-counted-cash auto.
    05  line 11 col 01 value "CHEQUES".
    05  line 11 col 27 pic z,zzz,zz9.99- from dws-expected-amt (2).
    05  scr-counted-cheque line 11 col 44 pic z,zzz,zz9.99 using entry-counted-cheque auto.
    05  line 12 col 01 value "DEBIT (TERMINAL TOTAL)".
    05  line 12 col 27 pic z,zzz,zz9.99- from dws-expected-amt (3).
    05  scr-counted-debit line 12 col 44 pic z,zzz,zz9.99 using entry-counted-debit auto.
    05  line 13 col 01 value "CREDIT CARD (TERMINAL)".
    05  line 13 col 27 pic z,zzz,zz9.99- from dws-expected-amt (4).
    05  scr-counted-card line 13 col 44 pic z,zzz,zz9.99 using entry-counted-card auto.

01  scr-close-result.
    05  line 15 col 01 value "OVER/(SHORT)".
    05  line 15 col 27 pic z,zzz,zz9.99- from ws-tot-over-short.
    05  line 16 col 01 value "DEPOSIT".
    05  line 16 col 27 pic z,zzz,zz9.99- from ws-deposit-amt.

01  scr-confirm.
    05  line 21 col 01 value "ACCEPT (Y/N)".
    05  scr-confirm-fld line 21 col 15 pic x using ws-confirm auto required.

01  scr-err-msg-line.
    05  line 24 col 01 pic x(60) from err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-work-area.
    05  line 07 col 01 blank screen.

01  blank-line-24.
    05  line 24 col 01 blank line.

01  scr-closing-screen.
    05  blank screen.
    05  line 13 col 20  value "number of receipts issued".
    05  line 13 col 60  pic z(4)9 using ctr-receipts.
    05  line 21 col 20	value "program m117 ending".
procedure division.
declaratives.

err-batctrl-file section.
    use after standard error procedure on batch-ctrl-file.
err-batctrl.
    move status-cobol-batctrl-file	to common-status-file.
    display "error in accessing batch control file - status "
	    common-status-file.
    stop "error in accessing batch control file".

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

err-fee-file section.
    use after standard error procedure on oma-fee-mstr.
err-oma-fee-mstr.
    move status-cobol-oma-mstr		to common-status-file.
    display "error in accessing oma fee master - status "
	    common-status-file.
    stop "error in accessing oma fee master".

err-user-file section.
    use after standard error procedure on user-security.
err-user-security.
    move status-cobol-user-security	to common-status-file.
    display "error in accessing user security master - status "
	    common-status-file.
    stop "error in accessing user security master".

err-session-file section.
    use after standard error procedure on drawer-session.
err-drawer-session.
    move status-cobol-drawer-session	to common-status-file.
    display "error in accessing drawer session file - status "
	    common-status-file.
    stop "error in accessing drawer session file".

err-receipt-file section.
    use after standard error procedure on pos-receipt.
err-pos-receipt.
    move status-cobol-pos-receipt	to common-status-file.
    display "error in accessing receipt register - status "
	    common-status-file.
    stop "error in accessing receipt register".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until ws-end-of-session = "Y".
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    open i-o batch-ctrl-file
	     claims-mstr
	     drawer-session
	     pos-receipt.
    open input pat-mstr
	       doc-loc-assign
	       oma-fee-mstr
	       iconst-mstr
	       user-security.

*	(hst rate off the billing constants record, as d004 does)
    move 7				to const-rec-7-rec-nbr.
    read iconst-mstr
	invalid key
	    move 0			to ws-hst-rate.
    if const-rec-7-rec-nbr = 7
    then
	move const-hst-rate		to ws-hst-rate.
*   endif

    display scr-title.

aa0-10-clinic.

    display scr-clinic-entry.
    accept scr-clinic-nbr.

    move sel-clinic-nbr			to	iconst-clinic-nbr-1-2.

    read iconst-mstr
	invalid key
	    move 1			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to aa0-10-clinic.

    move iconst-clinic-name		to	ws-clinic-name.
    move iconst-clinic-addr-l1		to	ws-clinic-addr-l1.
    move iconst-clinic-addr-l2		to	ws-clinic-addr-l2.
    move iconst-clinic-addr-l3		to	ws-clinic-addr-l3.
    move iconst-date-period-end		to	ws-clinic-period-end.

    display scr-clinic-entry.
    display blank-line-24.

aa0-20-cashier.

*	(the cashier signs on - every receipt and the drawer carry
*	 the user id)
    move spaces				to	ws-user-id
						ws-entered-password.
    display scr-cashier.
    accept scr-user-id.

    if ws-user-id = spaces
    then
	move "Y"			to	ws-end-of-session
	go to aa0-99-exit.
*   endif

    accept scr-password.

    move ws-user-id			to	sec-user-id.

    read user-security
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to aa0-20-cashier.

    if   not sec-user-active
      or sec-password not = ws-entered-password
    then
	move 2				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to aa0-20-cashier.
*   endif

    display blank-line-24.

aa0-30-console.

    display scr-console.
    accept scr-con-nbr.

    if sel-con-nbr = zero
    then
	move 3				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to aa0-30-console.
*   endif

    display blank-line-24.

    perform ac0-find-session		thru	ac0-99-exit.

    if ws-session-found not = "Y"
    then
	perform ad0-open-drawer		thru	ad0-99-exit.
*   endif

    if ws-session-found = "Y"
    then
	display scr-drawer-info.
*   endif

aa0-99-exit.
    exit.
ab0-processing.

    display blank-work-area.
    move spaces				to	ws-function.
    display scr-function.
    accept scr-function-fld.
    display blank-line-24.

    if ws-function = spaces
    then
	move "Y"			to	ws-end-of-session
	go to ab0-99-exit.
*   endif

    if ws-function = "C"
    then
	perform ea0-close-drawer	thru	ea0-99-exit
	go to ab0-99-exit.
*   endif

    if ws-function not = "S"
    then
	move 15				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

*	(a drawer left open overnight is closed and counted before
*	 anything else goes through it)
    if ws-ses-open-date not = sys-date-long-r
    then
	move 16				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    perform ba0-accept-sale		thru	ba0-99-exit.

    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    perform bb0-accept-tender		thru	bb0-99-exit.

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to ab0-99-exit.
*   endif

    perform ca0-post-sale		thru	ca0-99-exit.

    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    perform da0-print-receipt		thru	da0-99-exit.

    add 1				to	ctr-receipts.

    display "RECEIPT " sel-clinic-nbr "-" ws-receipt-nbr
	    " PRINTED - CLAIM " ws-claim-id.
    display confirm.
    stop " ".

ab0-99-exit.
    exit.
ac0-find-session.

*	(the console's sessions in date order - the open one is the
*	 drawer in use; today's highest session number is kept for
*	 opening the next one)
    move "N"				to	ws-session-found.
    move zero				to	ws-today-session-nbr.

    move sel-clinic-nbr			to	dws-clinic-nbr-1-2.
    move sel-con-nbr			to	dws-con-nbr.
    move zero				to	dws-open-date
						dws-session-nbr.

    start drawer-session key is greater than or equal to dws-key
	invalid key
	    go to ac0-99-exit.

ac0-10-session-loop.

    read drawer-session next
	at end
	    go to ac0-50-reread.

    if   dws-clinic-nbr-1-2 not = sel-clinic-nbr
      or dws-con-nbr        not = sel-con-nbr
    then
	go to ac0-50-reread.
*   endif

    if dws-open-date = sys-date-long-r
    then
	move dws-session-nbr		to	ws-today-session-nbr.
*   endif

    if dws-open
    then
	move dws-key			to	ws-session-key
	move "Y"			to	ws-session-found.
*   endif

    go to ac0-10-session-loop.

ac0-50-reread.

    if ws-session-found = "Y"
    then
	perform xc0-read-session	thru	xc0-99-exit.
*   endif

ac0-99-exit.
    exit.
ad0-open-drawer.

    move zero				to	entry-float-amt
						entry-batch-wds.
    move spaces				to	entry-loc.

    display scr-open-entry.
    accept scr-float-amt.

ad0-20-loc.

    accept scr-loc.

    if entry-loc = spaces
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ad0-20-loc.
*   endif

    display blank-line-24.

ad0-30-batch.

*	(the week/day/seq every claim the drawer takes is batched
*	 under, one batch per doctor - the clinic keeps a sequence
*	 for the front desk the way it does for keyed batches)
    accept scr-batch-wds.

    if   entry-batch-week = zero
      or entry-batch-day  = zero
    then
	move 20				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ad0-30-batch.
*   endif

    display blank-line-24.

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	move "Y"			to	ws-end-of-session
	go to ad0-99-exit.
*   endif

    move spaces				to	drawer-session-rec.
    move sel-clinic-nbr			to	dws-clinic-nbr-1-2.
    move sel-con-nbr			to	dws-con-nbr.
    move sys-date-long-r		to	dws-open-date.
    add 1, ws-today-session-nbr		giving	dws-session-nbr.
    move "O"				to	dws-status.
    move ws-user-id			to	dws-open-user-id.
    accept sys-time			from	time.
    move sys-time (1:6)			to	dws-open-time.
    move entry-loc			to	dws-loc.
    move entry-batch-wds		to	dws-batch-wds.
    move entry-float-amt		to	dws-float-amt.
    move zero				to	dws-expected-amt (1)
						dws-expected-amt (2)
						dws-expected-amt (3)
						dws-expected-amt (4)
						dws-nbr-receipts (1)
						dws-nbr-receipts (2)
						dws-nbr-receipts (3)
						dws-nbr-receipts (4)
						dws-counted-amt (1)
						dws-counted-amt (2)
						dws-counted-amt (3)
						dws-counted-amt (4)
						dws-first-receipt-nbr
						dws-last-receipt-nbr
						dws-close-date
						dws-close-time.

    write drawer-session-rec
	invalid key
	    move "Y"			to	ws-end-of-session
	    go to ad0-99-exit.

    move dws-key			to	ws-session-key.
    move "Y"				to	ws-session-found.

ad0-99-exit.
    exit.
ba0-accept-sale.

    move "N"				to	entry-ok.
    move spaces				to	entry-pat-key
						entry-pat-name
						entry-doc-nbr
						entry-oma-cd
						entry-oma-desc
						entry-tender
						entry-tender-ref.
    move zero				to	entry-nbr-serv
						entry-fee-amt
						entry-fee-ohip
						entry-hst-amt
						entry-total-amt
						entry-tendered-amt
						entry-change-amt.

ba0-10-patient.

    display scr-sale-entry.
    accept scr-pat-key.
    display blank-line-24.

    if entry-pat-key = spaces
    then
	go to ba0-99-exit.
*   endif

    move entry-pat-key			to	key-pat-mstr.
    read pat-mstr
	invalid key
	    move 6			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-10-patient.

    move spaces				to	entry-pat-name.
    string pat-surname		delimited by "  "
	   " "			delimited by size
	   pat-given-name	delimited by "  "
	into entry-pat-name.
    display scr-sale-entry.

ba0-20-doctor.

    accept scr-doc-nbr.
    display blank-line-24.

    if entry-doc-nbr = spaces
    then
	move 19				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-20-doctor.
*   endif

    perform bd0-check-assignment	thru	bd0-99-exit.

    if ws-assign-ok not = "Y"
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-20-doctor.
*   endif

*	(the doctor's front-desk batch must be free to take the claim
*	 before anything else is keyed)
    perform be0-check-batch		thru	be0-99-exit.

    if entry-ok not = "Y"
    then
	go to ba0-99-exit.
*   endif

    move "N"				to	entry-ok.

ba0-30-code.

    accept scr-oma-cd.
    display blank-line-24.

    move entry-oma-cd			to	fee-oma-cd.
    read oma-fee-mstr
	invalid key
	    move 7			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-30-code.

    if fee-active-for-entry = "N"
    then
	move 18				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-30-code.
*   endif

    move fee-desc			to	entry-oma-desc.
    display scr-sale-entry.

    if entry-nbr-serv = zero
    then
	move 1				to	entry-nbr-serv.
*   endif

    accept scr-nbr-serv.

    if entry-nbr-serv = zero
    then
	move 1				to	entry-nbr-serv.
*   endif

*	(priced off f040 like any other direct-bill service; hst on
*	 top when the code is taxable - d004's rule)
    compute entry-fee-amt rounded  = fee-curr-a-fee-1 * entry-nbr-serv.
    compute entry-fee-ohip rounded = fee-curr-h-fee-1 * entry-nbr-serv.

    if entry-fee-amt not > zero
    then
	move 8				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-30-code.
*   endif

    move zero				to	entry-hst-amt.
    if   ws-hst-rate not = zero
     and fee-hst-taxable-ind = "Y"
    then
	compute entry-hst-amt rounded = entry-fee-amt * ws-hst-rate.
*   endif

    add entry-fee-amt, entry-hst-amt	giving	entry-total-amt.

    display scr-sale-entry.
    display scr-sale-price.

    move "Y"				to	entry-ok.

ba0-99-exit.
    exit.
bb0-accept-tender.

    move entry-total-amt		to	entry-tendered-amt.

bb0-10-tender.

    display scr-tender-entry.
    accept scr-tender.
    display blank-line-24.

    if not entry-tender-ok
    then
	move 9				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-10-tender.
*   endif

bb0-20-ref.

    accept scr-tender-ref.
    display blank-line-24.

    if   not entry-tender-cash
     and entry-tender-ref = spaces
    then
	move 14				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-20-ref.
*   endif

bb0-30-amount.

    accept scr-tendered-amt.
    display blank-line-24.

*	(cash may be more than the total - the difference goes back
*	 as change; a cheque or card is for the total exactly)
    if   entry-tender-cash
     and entry-tendered-amt < entry-total-amt
    then
	move 11				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-30-amount.
*   endif

    if   not entry-tender-cash
     and entry-tendered-amt not = entry-total-amt
    then
	move 10				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-30-amount.
*   endif

    subtract entry-total-amt		from	entry-tendered-amt
					giving	entry-change-amt.
    display scr-change.

bb0-99-exit.
    exit.
bd0-check-assignment.

*	(the doctor must be assigned to the drawer's location today)
    move "N"				to	ws-assign-ok
					       eof-assign.

    move spaces				to	dla-key.
    move entry-doc-nbr (2:3)		to	dla-doc-nbr.
    move dws-loc			to	dla-loc-nbr.
    move zeros				to	dla-date-from.

    start doc-loc-assign key is greater than or equal to dla-key
	invalid key
	    move "Y"			to	eof-assign.

bd0-10-assign-loop.

    if   eof-assign = "Y"
      or ws-assign-ok = "Y"
    then
	go to bd0-99-exit.
*   endif

    read doc-loc-assign next
	at end
	    go to bd0-99-exit.

    if   dla-doc-nbr not = entry-doc-nbr (2:3)
      or dla-loc-nbr not = dws-loc
    then
	go to bd0-99-exit.
*   endif

    if   dla-date-from not > sys-date-long-r
     and (   dla-date-to = zero
	  or dla-date-to not < sys-date-long-r )
    then
	move "Y"			to	ws-assign-ok.
*   endif

    go to bd0-10-assign-loop.

bd0-99-exit.
    exit.
be0-check-batch.

*	(the doctor's batch for this drawer - clinic, doctor and the
*	 session's week/day/seq.  not on file yet means this is its
*	 first claim; on file it must be a claim batch this drawer's
*	 sessions started today at the same location, still keyed
*	 and not full)
    move "N"				to	entry-ok.

    move sel-clinic-nbr			to	ws-claim-clinic-nbr-1-2.
    move entry-doc-nbr			to	ws-claim-doc-nbr.
    move dws-batch-wds			to	ws-claim-wds.

    move ws-claim-batch-nbr		to	batctrl-batch-nbr.

    read batch-ctrl-file
	invalid key
	    move "Y"			to	ws-batch-new
	    move 1			to	ws-claim-claim-nbr
	    move "Y"			to	entry-ok
	    go to be0-99-exit.

    move "N"				to	ws-batch-new.

    if   batctrl-batch-type         not = "C"
      or batctrl-batch-status       not = "1"
      or batctrl-agent-cd           not = 4
      or batctrl-loc                not = dws-loc
      or batctrl-date-batch-entered not = ws-ses-open-date
    then
	move 12				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to be0-99-exit.
*   endif

    if batctrl-last-claim-nbr > 98
    then
	move 13				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to be0-99-exit.
*   endif

    add 1, batctrl-last-claim-nbr	giving	ws-claim-claim-nbr.
    move "Y"				to	entry-ok.

be0-99-exit.
    exit.
ca0-post-sale.

*	(the batch is read again - another console may have added a
*	 claim to it since the sale was keyed)
    perform be0-check-batch		thru	be0-99-exit.

    if entry-ok not = "Y"
    then
	go to ca0-99-exit.
*   endif

    perform cb0-write-receipt		thru	cb0-99-exit.
    perform cc0-write-claim		thru	cc0-99-exit.

*	(no claim, no receipt - the number is given back)
    if entry-ok not = "Y"
    then
	delete pos-receipt
	    invalid key
		next sentence
	end-delete
	go to ca0-99-exit.
*   endif

    perform cd0-update-batch		thru	cd0-99-exit.
    perform ce0-update-session		thru	ce0-99-exit.

ca0-99-exit.
    exit.
cb0-write-receipt.

*	(next receipt number for the clinic - the register is
*	 written first so two consoles cannot print the same number)
    move zero				to	ws-receipt-nbr.
    move "N"				to	eof-pos-receipt.
    move sel-clinic-nbr			to	prc-clinic-nbr-1-2.
    move zero				to	prc-receipt-nbr.

    start pos-receipt key is greater than or equal to prc-key
	invalid key
	    move "Y"			to	eof-pos-receipt.

cb0-10-scan.

    if eof-pos-receipt = "Y"
    then
	go to cb0-20-build.
*   endif

    read pos-receipt next
	at end
	    go to cb0-20-build.

    if prc-clinic-nbr-1-2 not = sel-clinic-nbr
    then
	go to cb0-20-build.
*   endif

    move prc-receipt-nbr		to	ws-receipt-nbr.
    go to cb0-10-scan.

cb0-20-build.

    add 1				to	ws-receipt-nbr.

    move spaces				to	pos-receipt-rec.
    move sel-clinic-nbr			to	prc-clinic-nbr-1-2.
    move ws-receipt-nbr			to	prc-receipt-nbr.
    move sel-con-nbr			to	prc-con-nbr.
    move ws-ses-open-date		to	prc-session-date.
    move ws-ses-nbr			to	prc-session-nbr.
    move sys-date-long-r		to	prc-date.
    accept sys-time			from	time.
    move sys-time (1:6)			to	prc-time.
    move ws-user-id			to	prc-user-id.
    move ws-claim-id			to	prc-claim-id.
    move entry-pat-key			to	prc-pat-key.
    move pat-surname			to	prc-pat-surname.
    move entry-doc-nbr (2:3)		to	prc-doc-nbr.
    move entry-oma-cd			to	prc-oma-cd.
    move entry-nbr-serv			to	prc-nbr-serv.
    move entry-fee-amt			to	prc-fee-amt.
    move entry-hst-amt			to	prc-hst-amt.
    move entry-total-amt		to	prc-amt.
    move entry-tender			to	prc-tender.
    move entry-tender-ref		to	prc-tender-ref.
    move entry-tendered-amt		to	prc-tendered-amt.

    write pos-receipt-rec
	invalid key
	    go to cb0-20-build.

cb0-99-exit.
    exit.
cc0-write-claim.

*	(header off the f010 patient, u131-style, agent 4 - the
*	 patient pays directly - with the payment taken on it)
    move "N"				to	entry-ok.

    move spaces				to	claim-header-rec.
    move "B"				to	clmhdr-b-key-type.
    move sel-clinic-nbr			to	clmhdr-clinic-nbr-1-2.
    move entry-doc-nbr			to	clmhdr-batch-nbr-3-6.
    move dws-batch-wds (1:1)		to	clmhdr-week.
    move dws-batch-wds (2:1)		to	clmhdr-day.
    move dws-batch-wds (3:1)		to	clmhdr-bat-seq.
    move ws-claim-claim-nbr		to	clmhdr-claim-nbr.
    move zeros				to	clmhdr-zeroed-oma-suff-adj.

    move "P"				to	clmhdr-p-key-type.
    move entry-pat-key			to	clmhdr-pat-id (1:16).

    move pat-ohip-health-no		to	clmhdr-pat-ohip-nbr.
    move pat-acronym			to	clmhdr-pat-acronym.
    move pat-surname			to	clmhdr-pat-surname.
    move pat-given-name			to	clmhdr-pat-given-name.
    move pat-birth-date			to	clmhdr-birth-date.
    move pat-sex			to	clmhdr-sex.
    move pat-relationship		to	clmhdr-relationship.
    move pat-health-nbr			to	clmhdr-health-care-nbr.
    move pat-version-cd			to	clmhdr-health-care-ver.
    move pat-prov			to	clmhdr-health-care-prov.
    move 4				to	clmhdr-agent-cd.
    move entry-doc-nbr			to	clmhdr-doc-nbr.
    move dws-loc			to	clmhdr-loc.
    move "C"				to	clmhdr-batch-type.
    move sys-date-long-r		to	clmhdr-serv-date.
    move ws-clinic-period-end		to	clmhdr-date-period-end.
    move zeros				to	clmhdr-submit-date
						clmhdr-status-ohip.
    move entry-total-amt		to	clmhdr-tot-claim-ar-oma.
    move entry-fee-ohip			to	clmhdr-tot-claim-ar-ohip.
    move entry-hst-amt			to	clmhdr-hst-amt.
    move entry-total-amt		to	clmhdr-manual-and-tape-paymnts
						clmhdr-curr-payment.
    move sys-date-long-r		to	clmhdr-date-cash-tape-payment.
    move zero				to	clmhdr-amt-tech-billed
						clmhdr-amt-tech-paid.
    move "F"				to	clmhdr-claim-source-cd.
    move sys-date-long			to	clmhdr-date-sys.

    move claim-header-rec		to	claims-mstr-rec.
    write claims-mstr-rec
	invalid key
	    move 17			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to cc0-99-exit.

    move "m117"				to	cjp-pgm.
    move "W"				to	cjp-action.
    move spaces				to	cjp-before-image.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

*	(the service line)
    perform xd0-clear-detail		thru	xd0-99-exit.
    move "B"				to	k-clmdtl-b-key-type
						clmdtl-b-key-type.
    move clmhdr-claim-id		to	clmdtl-b-data (1:11)
						k-clmdtl-b-data (1:11).
    move entry-oma-cd			to	clmdtl-oma-cd
						clmdtl-b-oma-cd
						k-clmdtl-b-oma-cd.
    move space				to	clmdtl-oma-suff
						clmdtl-b-oma-suff
						k-clmdtl-b-oma-suff.
    move zero				to	clmdtl-adj-nbr
						clmdtl-b-adj-nbr
						k-clmdtl-b-adj-nbr.
    move "Z"				to	clmdtl-p-key-type
					     of claim-detail-rec.
    move entry-pat-key			to	clmdtl-p-data
					     of claim-detail-rec (1:16).
    move 4				to	clmdtl-agent-cd.
    move 1				to	clmdtl-line-no.
    move sys-date-long-r		to	clmdtl-sv-date.
    move entry-nbr-serv			to	clmdtl-nbr-serv.
    move entry-fee-amt			to	clmdtl-fee-oma.
    move entry-fee-ohip			to	clmdtl-fee-ohip.
    move ws-clinic-period-end		to	clmdtl-date-period-end.
    move ws-claim-batch-nbr		to	clmdtl-batch-nbr.
    move ws-claim-claim-nbr		to	clmdtl-claim-nbr.
    move entry-oma-desc			to	clmdtl-desc.

    move claim-detail-rec		to	claims-mstr-rec.
    write claims-mstr-rec
	invalid key
	    next sentence.

    move "m117"				to	cjp-pgm.
    move "W"				to	cjp-action.
    move spaces				to	cjp-before-image.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

*	(and the payment - a "PAID" line quoting the receipt, suffix
*	 P.  u023's "WOFF" lines take W, m115's "PAID" lines R to Z,
*	 the recovery lines V and Q and u148's agency lines K)
    perform xd0-clear-detail		thru	xd0-99-exit.
    move "B"				to	ws-line-key-type.
    move ws-claim-id			to	ws-line-claim-id.
    move "PAID"				to	ws-line-oma-cd.
    move "P"				to	ws-line-oma-suff.
    move 1				to	ws-line-adj-nbr.
    move ws-line-key			to	k-clmdtl-claims-mstr.
    move "Z"				to	clmdtl-p-key-type
					     of claim-detail-rec.
    move "PAID"				to	clmdtl-oma-cd.
    move "P"				to	clmdtl-oma-suff.
    move 1				to	clmdtl-adj-nbr.
    move 4				to	clmdtl-agent-cd.
    move sys-date-long-r		to	clmdtl-sv-date.
    move ws-clinic-period-end		to	clmdtl-date-period-end.
    move entry-total-amt		to	clmdtl-fee-oma.
    move ws-claim-batch-nbr		to	clmdtl-batch-nbr.
    move ws-claim-claim-nbr		to	clmdtl-claim-nbr.
    move "C"				to	clmdtl-adj-cd.
    move sel-clinic-nbr			to	ws-paid-desc-clinic.
    move ws-receipt-nbr			to	ws-paid-desc-receipt.
    move entry-tender			to	ws-paid-desc-tender.
    move entry-tender-ref		to	ws-paid-desc-ref.
    move sel-con-nbr			to	ws-paid-desc-con.
    move ws-paid-desc			to	clmdtl-desc.

    move claim-detail-rec		to	claims-mstr-rec.
    write claims-mstr-rec
	invalid key
	    next sentence.

    move "m117"				to	cjp-pgm.
    move "W"				to	cjp-action.
    move spaces				to	cjp-before-image.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

    move "Y"				to	entry-ok.

cc0-99-exit.
    exit.
cd0-update-batch.

*	(the f001 control - the claim counts and totals as a keyed
*	 claim with a payment at entry would leave them, so r002a
*	 balances the batch and the cycle carries the cash)
    if ws-batch-new = "Y"
    then
	move spaces			to	batctrl-rec
	move ws-claim-batch-nbr		to	batctrl-batch-nbr
	move ws-clinic-period-end	to	batctrl-date-period-end
	move "1"			to	batctrl-batch-status
	move "C"			to	batctrl-batch-type
	move 4				to	batctrl-agent-cd
	move dws-loc			to	batctrl-loc
	move sel-con-nbr		to	batctrl-con-nbr
	move ws-ses-open-date		to	batctrl-date-batch-entered
	move zeros			to	batctrl-date-batch-verified
					batctrl-nbr-claims-in-batch
					batctrl-last-claim-nbr
					batctrl-svc-est
					batctrl-amt-est
					batctrl-svc-act
					batctrl-amt-act
					batctrl-manual-pay-tot
					batctrl-calc-tot-rev
					batctrl-calc-ar-due
					batctrl-realloc-tot.
*   endif

    add 1				to	batctrl-nbr-claims-in-batch
						batctrl-svc-act.
    move ws-claim-claim-nbr		to	batctrl-last-claim-nbr.
    add entry-total-amt			to	batctrl-amt-act
						batctrl-calc-tot-rev
						batctrl-manual-pay-tot.

    if ws-batch-new = "Y"
    then
	write batctrl-rec
	    invalid key
		rewrite batctrl-rec
	end-write
    else
	rewrite batctrl-rec
	    invalid key
		next sentence.
*   endif

cd0-99-exit.
    exit.
ce0-update-session.

    perform xc0-read-session		thru	xc0-99-exit.

    perform xe0-tender-subscript	thru	xe0-99-exit.

    add entry-total-amt			to	dws-expected-amt (ss-tender).
    add 1				to	dws-nbr-receipts (ss-tender).

    if dws-first-receipt-nbr = zero
    then
	move ws-receipt-nbr		to	dws-first-receipt-nbr.
*   endif

    move ws-receipt-nbr			to	dws-last-receipt-nbr.

    rewrite drawer-session-rec
	invalid key
	    next sentence.

ce0-99-exit.
    exit.
da0-print-receipt.

*	(each receipt is its own print file so it comes off the
*	 front-desk printer as soon as it is closed)
    move ws-receipt-nbr			to	rfn-receipt-nbr.
    open output receipt-file.

    move ws-clinic-name			to	rc1-clinic-name.
    write receipt-record		from	rc1-clinic-line
	after advancing page.

    move ws-clinic-addr-l1		to	rc2-addr.
    write receipt-record		from	rc2-addr-line
	after advancing 1 line.
    move ws-clinic-addr-l2		to	rc2-addr.
    write receipt-record		from	rc2-addr-line
	after advancing 1 line.
    move ws-clinic-addr-l3		to	rc2-addr.
    write receipt-record		from	rc2-addr-line
	after advancing 1 line.

    move sel-clinic-nbr			to	rc3-clinic-nbr.
    move ws-receipt-nbr			to	rc3-receipt-nbr.
    move sys-date-long			to	rc3-date.
    move sys-hrs			to	rc3-hrs.
    move sys-min			to	rc3-min.
    write receipt-record		from	rc3-receipt-line
	after advancing 2 lines.

    move entry-pat-name			to	rc4-pat-name.
    write receipt-record		from	rc4-patient-line
	after advancing 2 lines.

    move entry-doc-nbr			to	rc5-doc-nbr.
    move ws-claim-id			to	rc5-claim-id.
    write receipt-record		from	rc5-doctor-line
	after advancing 1 line.

    move entry-oma-cd			to	rc6-oma-cd.
    move entry-oma-desc			to	rc6-oma-desc.
    move entry-nbr-serv			to	rc6-nbr-serv.
    move entry-fee-amt			to	rc6-fee-amt.
    write receipt-record		from	rc6-service-line
	after advancing 2 lines.

    if entry-hst-amt not = zero
    then
	move "HST"			to	rc7-desc
	move entry-hst-amt		to	rc7-amt
	write receipt-record		from	rc7-amount-line
	    after advancing 1 line.
*   endif

    move "TOTAL PAID"			to	rc7-desc.
    move entry-total-amt		to	rc7-amt.
    write receipt-record		from	rc7-amount-line
	after advancing 2 lines.

    perform xe0-tender-subscript	thru	xe0-99-exit.
    move tender-name (ss-tender)	to	rc8-tender-name.
    move entry-tender-ref		to	rc8-tender-ref.
    write receipt-record		from	rc8-paid-by-line
	after advancing 1 line.

    move "AMOUNT TENDERED"		to	rc7-desc.
    move entry-tendered-amt		to	rc7-amt.
    write receipt-record		from	rc7-amount-line
	after advancing 1 line.

    if entry-change-amt not = zero
    then
	move "CHANGE"			to	rc7-desc
	move entry-change-amt		to	rc7-amt
	write receipt-record		from	rc7-amount-line
	    after advancing 1 line.
*   endif

    move ws-user-id			to	rc9-user-id.
    move sel-con-nbr			to	rc9-con-nbr.
    write receipt-record		from	rc9-cashier-line
	after advancing 2 lines.

    write receipt-record		from	rc10-notice-line
	after advancing 2 lines.

    close receipt-file.

da0-99-exit.
    exit.
ea0-close-drawer.

    perform xc0-read-session		thru	xc0-99-exit.

    move zero				to	entry-counted-cash
						entry-counted-cheque
						entry-counted-debit
						entry-counted-card.
    add dws-float-amt, dws-expected-amt (1)
					giving	ws-expected-in-drawer.

    display blank-work-area.
    display scr-close-entry.
    accept scr-counted-cash.
    accept scr-counted-cheque.
    accept scr-counted-debit.
    accept scr-counted-card.

*	(over/short by tender - the float comes out of the cash)
    compute ws-over-short (1) = entry-counted-cash - dws-float-amt
			      - dws-expected-amt (1).
    compute ws-over-short (2) = entry-counted-cheque
			      - dws-expected-amt (2).
    compute ws-over-short (3) = entry-counted-debit
			      - dws-expected-amt (3).
    compute ws-over-short (4) = entry-counted-card
			      - dws-expected-amt (4).
    add ws-over-short (1), ws-over-short (2),
	ws-over-short (3), ws-over-short (4)
					giving	ws-tot-over-short.
    compute ws-deposit-amt = entry-counted-cash - dws-float-amt
			   + entry-counted-cheque + entry-counted-debit
			   + entry-counted-card.
    display scr-close-result.

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to ea0-99-exit.
*   endif

    move entry-counted-cash		to	dws-counted-amt (1).
    move entry-counted-cheque		to	dws-counted-amt (2).
    move entry-counted-debit		to	dws-counted-amt (3).
    move entry-counted-card		to	dws-counted-amt (4).
    move "C"				to	dws-status.
    move sys-date-long-r		to	dws-close-date.
    accept sys-time			from	time.
    move sys-time (1:6)			to	dws-close-time.
    move ws-user-id			to	dws-close-user-id.

    rewrite drawer-session-rec
	invalid key
	    next sentence.

    perform eb0-print-closeout		thru	eb0-99-exit.

*	(the console has no drawer now - the next cashier opens one)
    move "N"				to	ws-session-found.
    move "Y"				to	ws-end-of-session.

    display "DRAWER CLOSED - CLOSE-OUT PRINTED".
    display confirm.
    stop " ".

ea0-99-exit.
    exit.
eb0-print-closeout.

    open output closeout-file.
    move zero				to	page-nbr.
    move sys-date-long			to	h1-run-date.
    perform xa0-print-hdr		thru	xa0-99-exit.

    move sel-clinic-nbr			to	h2-clinic-nbr.
    move ws-clinic-name			to	h2-clinic-name.
    move sel-con-nbr			to	h2-con-nbr.
    move dws-open-date			to	h2-open-date.
    move dws-session-nbr		to	h2-session-nbr.
    move dws-loc			to	h2-loc.
    move dws-batch-wds			to	h2-batch-wds.
    move h2-session-head		to	print-line.
    perform xb0-write-closeout-record	thru	xb0-99-exit.

    move dws-open-user-id		to	h3-open-user.
    move dws-open-time (1:4)		to	h3-open-time.
    move dws-close-user-id		to	h3-close-user.
    move dws-close-date			to	h3-close-date.
    move dws-close-time (1:4)		to	h3-close-time.
    move h3-open-close-head		to	print-line.
    perform xb0-write-closeout-record	thru	xb0-99-exit.

*	(every receipt the session took)
    move 2				to	nbr-lines-to-adv.
    move h4-receipt-head		to	print-line.
    perform xb0-write-closeout-record	thru	xb0-99-exit.

    if dws-first-receipt-nbr = zero
    then
	go to eb0-50-tenders.
*   endif

    move sel-clinic-nbr			to	prc-clinic-nbr-1-2.
    move dws-first-receipt-nbr		to	prc-receipt-nbr.

    start pos-receipt key is greater than or equal to prc-key
	invalid key
	    go to eb0-50-tenders.

eb0-10-receipt-loop.

    read pos-receipt next
	at end
	    go to eb0-50-tenders.

    if   prc-clinic-nbr-1-2 not = sel-clinic-nbr
      or prc-receipt-nbr    >   dws-last-receipt-nbr
    then
	go to eb0-50-tenders.
*   endif

    if   prc-con-nbr       not = dws-con-nbr
      or prc-session-date  not = dws-open-date
      or prc-session-nbr   not = dws-session-nbr
    then
	go to eb0-10-receipt-loop.
*   endif

    move prc-receipt-nbr		to	l1-receipt-nbr.
    move prc-time (1:4)			to	l1-time.
    move prc-claim-id			to	l1-claim-id.
    move prc-pat-surname		to	l1-pat-surname.
    move prc-doc-nbr			to	l1-doc-nbr.
    move prc-oma-cd			to	l1-oma-cd.
    move prc-tender			to	l1-tender.
    move prc-tender-ref			to	l1-tender-ref.
    move prc-amt			to	l1-amt.
    move l1-receipt-line		to	print-line.
    perform xb0-write-closeout-record	thru	xb0-99-exit.

    go to eb0-10-receipt-loop.

eb0-50-tenders.

*	(expected against counted by tender)
    move 3				to	nbr-lines-to-adv.
    move h5-tender-head			to	print-line.
    perform xb0-write-closeout-record	thru	xb0-99-exit.

    move zero				to	ws-tot-expected
						ws-tot-counted.

    perform eb1-print-tender		thru	eb1-99-exit
	varying ss-tender from 1 by 1
	until ss-tender > 4.

    move "TOTAL"			to	l2-tender-name.
    add dws-nbr-receipts (1), dws-nbr-receipts (2),
	dws-nbr-receipts (3), dws-nbr-receipts (4)
					giving	l2-nbr-receipts.
    move ws-tot-expected		to	l2-expected-amt.
    move ws-tot-counted			to	l2-counted-amt.
    subtract ws-tot-expected		from	ws-tot-counted
					giving	l2-over-short.
    move 2				to	nbr-lines-to-adv.
    move l2-tender-line			to	print-line.
    perform xb0-write-closeout-record	thru	xb0-99-exit.

    move dws-float-amt			to	l3-float-amt.
    move l3-float-line			to	print-line.
    perform xb0-write-closeout-record	thru	xb0-99-exit.

    subtract dws-float-amt		from	ws-tot-counted
					giving	l4-deposit-amt.
    move 2				to	nbr-lines-to-adv.
    move l4-deposit-line		to	print-line.
    perform xb0-write-closeout-record	thru	xb0-99-exit.

    close closeout-file.

eb0-99-exit.
    exit.
eb1-print-tender.

    move tender-name (ss-tender)	to	l2-tender-name.
    move dws-nbr-receipts (ss-tender)	to	l2-nbr-receipts.

    if ss-tender = 1
    then
	add dws-float-amt, dws-expected-amt (1)
					giving	ws-expected-in-drawer
    else
	move dws-expected-amt (ss-tender)
					to	ws-expected-in-drawer.
*   endif

    move ws-expected-in-drawer		to	l2-expected-amt.
    move dws-counted-amt (ss-tender)	to	l2-counted-amt.
    subtract ws-expected-in-drawer	from	dws-counted-amt (ss-tender)
					giving	l2-over-short.

    add ws-expected-in-drawer		to	ws-tot-expected.
    add dws-counted-amt (ss-tender)	to	ws-tot-counted.

    move l2-tender-line			to	print-line.
    perform xb0-write-closeout-record	thru	xb0-99-exit.

eb1-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write closeout-record		from	h1-closeout-head
	after advancing page.
    move 2				to	nbr-lines-to-adv.
    move 1				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-closeout-record.

    if nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write closeout-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xc0-read-session.

    move ws-session-key			to	dws-key.

    read drawer-session
	invalid key
	    move "N"			to	ws-session-found.

xc0-99-exit.
    exit.
xd0-clear-detail.

    move spaces				to	claim-detail-rec.
    move zeros				to	clmdtl-agent-cd
						clmdtl-line-no
						clmdtl-sv-date
						clmdtl-consecutive-sv-date (1)
						clmdtl-consecutive-sv-date (2)
						clmdtl-consecutive-sv-date (3)
						clmdtl-sv-nbr (1)
						clmdtl-sv-nbr (2)
						clmdtl-sv-nbr (3)
						clmdtl-nbr-serv
						clmdtl-fee-oma
						clmdtl-fee-ohip
						clmdtl-amt-tech-billed
						clmdtl-rev-group-cd
						clmdtl-cycle-nbr
						clmdtl-claim-nbr.

xd0-99-exit.
    exit.
xe0-tender-subscript.

    if entry-tender = "C"
    then
	move 1				to	ss-tender
    else
	if entry-tender = "Q"
	then
	    move 2			to	ss-tender
	else
	    if entry-tender = "D"
	    then
		move 3			to	ss-tender
	    else
		move 4			to	ss-tender.
*	    endif
*	endif
*   endif

xe0-99-exit.
    exit.
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display scr-err-msg-line.

za0-99-exit.
    exit.
az0-end-of-job.

    close batch-ctrl-file
	  claims-mstr
	  drawer-session
	  pos-receipt.
    close pat-mstr
	  doc-loc-assign
	  oma-fee-mstr
	  iconst-mstr
	  user-security.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
