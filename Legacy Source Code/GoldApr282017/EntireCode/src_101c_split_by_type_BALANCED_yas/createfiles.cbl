    copy "f107_file_stats.slr".
    copy "f108_nsf_register.slr".
* 2026/09/02 - end
* 2026/10/15 - DM
    copy "f109_edt_batch_reg.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f110_ra_inquiry.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f111_recv_file_reg.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f112_ra_message.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f113_doc_deduction.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f114_doc_payee.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f115_eht_rate.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f116_ifhp_client.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f117_preauth.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f118_preauth_use.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f119_unapplied_cash.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f120_unapplied_apply.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f121_pay_realloc.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f122_bad_debt_recovery.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f124_agency_placement.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f125_drawer_session.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f126_pos_receipt.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f127_card_settlement.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f128_block_fee_plan.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f129_block_fee_enrol.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f130_billing_threshold.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f131_audit_package.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f132_fee_scenario.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f133_scorecard_hist.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f134_query_def.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f135_dw_key_map.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f136_legal_hold.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f137_sod_rule.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f139_pending_adj.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f140_bank_change.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f141_claim_notes.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f142_returned_mail.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f144_letter_template.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f145_letter_log.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f147_oscar_diff.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f148_moh_facility.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f149_facility_xref.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f150_moh_enrol_diff.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f151_outside_use.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f152_doc_closure.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f153_roster_reassign.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f154_pay_issue_hist.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f155_tax_receipt_log.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f156_prev_care_tbl.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f157_ap_vendor_mstr.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f158_ap_invoice.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f159_integrity_hist.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f160_form_fee_tbl.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f161_third_party_req.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f162_doc_absence.slr".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f163_outbound_reg.slr".
* 2026/10/15 - end

    copy "f060_cheque_reg_mstr.slr".
    copy "f070_dept_mstr.slr".
    copy "f107_file_stats.fd".
    copy "f108_nsf_register.fd".
* 2026/09/02 - end
* 2026/10/15 - DM
    copy "f109_edt_batch_reg.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f110_ra_inquiry.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f111_recv_file_reg.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f112_ra_message.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f113_doc_deduction.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f114_doc_payee.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f115_eht_rate.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f116_ifhp_client.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f117_preauth.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f118_preauth_use.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f119_unapplied_cash.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f120_unapplied_apply.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f121_pay_realloc.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f122_bad_debt_recovery.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f124_agency_placement.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f125_drawer_session.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f126_pos_receipt.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f127_card_settlement.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f128_block_fee_plan.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f129_block_fee_enrol.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f130_billing_threshold.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f131_audit_package.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f132_fee_scenario.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f133_scorecard_hist.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f134_query_def.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f135_dw_key_map.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f136_legal_hold.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f137_sod_rule.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f139_pending_adj.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f140_bank_change.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f141_claim_notes.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f142_returned_mail.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f144_letter_template.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f145_letter_log.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f147_oscar_diff.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f148_moh_facility.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f149_facility_xref.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f150_moh_enrol_diff.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f151_outside_use.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f152_doc_closure.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f153_roster_reassign.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f154_pay_issue_hist.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f155_tax_receipt_log.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f156_prev_care_tbl.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f157_ap_vendor_mstr.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f158_ap_invoice.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f159_integrity_hist.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f160_form_fee_tbl.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f161_third_party_req.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f162_doc_absence.fd".
* 2026/10/15 - end
* 2026/10/15 - DM
    copy "f163_outbound_reg.fd".
* 2026/10/15 - end
    copy "f060_cheque_reg_mstr.fd".
    copy "f070_dept_mstr.fd".
    copy "f071_client_rma_claim_nbr.fd".
77  status-cobol-submission-reg			pic xx		value zero.
77  status-cobol-file-stats			pic xx		value zero.
77  status-cobol-nsf-register			pic xx		value zero.
* 2026/10/15 - DM
77  status-cobol-edt-batch-reg			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-ra-inquiry			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-recv-file-reg			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-ra-message			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-doc-deduction			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-doc-payee			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-eht-rate			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-ifhp-client			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-preauth			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-preauth-use			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-unapplied-cash			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-unapplied-apply		pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-pay-realloc			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-bad-debt-rcv			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-agency-placement		pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-drawer-session			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-pos-receipt			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-card-settlement		pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-block-fee-plan			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-block-fee-enrol		pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-billing-threshold		pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-audit-package			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-fee-scenario			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-scorecard-hist			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-query-def			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-dw-key-map			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-legal-hold			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-sod-rule			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-pending-adj			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-bank-change			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-claim-notes			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-returned-mail			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-letter-template		pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-letter-log			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-oscar-diff			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-moh-facility			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-fac-xref			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-moh-enrol-diff			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-outside-use			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-doc-closure			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-roster-reassign		pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-pay-issue-hist			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-tax-receipt-log		pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-prev-care-tbl			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-ap-vendor-mstr			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-ap-invoice			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-integrity-hist			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-form-fee-tbl			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-third-party-req		pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-doc-absence			pic xx		value zero.
* 2026/10/15 - end
* 2026/10/15 - DM
77  status-cobol-outbound-reg			pic xx		value zero.
* 2026/10/15 - end
* 2026/09/02 - end

procedure division.     
*		(sequential file)
		corrected-pat.

* 2026/10/15 - DM - a third section, again so as not to hold too
*		     many files open at one time
    open i-o	edt-batch-reg
		ra-inquiry
		recv-file-reg
		ra-message
		doc-deduction
		doc-payee
		eht-rate
		ifhp-client
		preauth-mstr
		preauth-use
		unapplied-cash
		unapplied-apply
		pay-realloc
		bad-debt-rcv
		agency-placement
		drawer-session
		pos-receipt
		card-settlement
		block-fee-plan
		block-fee-enrol
		billing-threshold
		audit-package
		fee-scenario
		scorecard-hist
		query-def
		dw-key-map
		legal-hold
		sod-rule
		pending-adj
		bank-change
		claim-notes
		returned-mail
		letter-template
		letter-log
		oscar-diff
		moh-facility
		fac-xref
		moh-enrol-diff
		outside-use
		doc-closure
		roster-reassign
		pay-issue-hist
		tax-receipt-log
		prev-care-tbl
		ap-vendor-mstr
		ap-invoice
		integrity-hist
		form-fee-tbl
		third-party-req
		doc-absence
		outbound-reg.

    perform xa0-verify-file-status-3	thru	xa0-3-99-exit.

    close	edt-batch-reg
		ra-inquiry
		recv-file-reg
		ra-message
		doc-deduction
		doc-payee
		eht-rate
		ifhp-client
		preauth-mstr
		preauth-use
		unapplied-cash
		unapplied-apply
		pay-realloc
		bad-debt-rcv
		agency-placement
		drawer-session
		pos-receipt
		card-settlement
		block-fee-plan
		block-fee-enrol
		billing-threshold
		audit-package
		fee-scenario
		scorecard-hist
		query-def
		dw-key-map
		legal-hold
		sod-rule
		pending-adj
		bank-change
		claim-notes
		returned-mail
		letter-template
		letter-log
		oscar-diff
		moh-facility
		fac-xref
		moh-enrol-diff
		outside-use
		doc-closure
		roster-reassign
		pay-issue-hist
		tax-receipt-log
		prev-care-tbl
		ap-vendor-mstr
		ap-invoice
		integrity-hist
		form-fee-tbl
		third-party-req
		doc-absence
		outbound-reg.
* 2026/10/15 - end

    stop run.

xa0-verify-file-status-1.
xa0-2-99-exit.
    exit.

* 2026/10/15 - DM
xa0-verify-file-status-3.

*   each status-cobol-xxx below is set by the third open i-o block
*   above - see xa0-verify-file-status-1 remarks.

    if status-cobol-edt-batch-reg not = "00"
	display "FILE LAYOUT MISMATCH - EDT-BATCH-REG - STATUS = "
					status-cobol-edt-batch-reg.
    if status-cobol-ra-inquiry not = "00"
	display "FILE LAYOUT MISMATCH - RA-INQUIRY - STATUS = "
					status-cobol-ra-inquiry.
    if status-cobol-recv-file-reg not = "00"
	display "FILE LAYOUT MISMATCH - RECV-FILE-REG - STATUS = "
					status-cobol-recv-file-reg.
    if status-cobol-ra-message not = "00"
	display "FILE LAYOUT MISMATCH - RA-MESSAGE - STATUS = "
					status-cobol-ra-message.
    if status-cobol-doc-deduction not = "00"
	display "FILE LAYOUT MISMATCH - DOC-DEDUCTION - STATUS = "
					status-cobol-doc-deduction.
    if status-cobol-doc-payee not = "00"
	display "FILE LAYOUT MISMATCH - DOC-PAYEE - STATUS = "
					status-cobol-doc-payee.
    if status-cobol-eht-rate not = "00"
	display "FILE LAYOUT MISMATCH - EHT-RATE - STATUS = "
					status-cobol-eht-rate.
    if status-cobol-ifhp-client not = "00"
	display "FILE LAYOUT MISMATCH - IFHP-CLIENT - STATUS = "
					status-cobol-ifhp-client.
    if status-cobol-preauth not = "00"
	display "FILE LAYOUT MISMATCH - PREAUTH - STATUS = "
					status-cobol-preauth.
    if status-cobol-preauth-use not = "00"
	display "FILE LAYOUT MISMATCH - PREAUTH-USE - STATUS = "
					status-cobol-preauth-use.
    if status-cobol-unapplied-cash not = "00"
	display "FILE LAYOUT MISMATCH - UNAPPLIED-CASH - STATUS = "
					status-cobol-unapplied-cash.
    if status-cobol-unapplied-apply not = "00"
	display "FILE LAYOUT MISMATCH - UNAPPLIED-APPLY - STATUS = "
					status-cobol-unapplied-apply.
    if status-cobol-pay-realloc not = "00"
	display "FILE LAYOUT MISMATCH - PAY-REALLOC - STATUS = "
					status-cobol-pay-realloc.
    if status-cobol-bad-debt-rcv not = "00"
	display "FILE LAYOUT MISMATCH - BAD-DEBT-RCV - STATUS = "
					status-cobol-bad-debt-rcv.
    if status-cobol-agency-placement not = "00"
	display "FILE LAYOUT MISMATCH - AGENCY-PLACEMENT - STATUS = "
					status-cobol-agency-placement.
    if status-cobol-drawer-session not = "00"
	display "FILE LAYOUT MISMATCH - DRAWER-SESSION - STATUS = "
					status-cobol-drawer-session.
    if status-cobol-pos-receipt not = "00"
	display "FILE LAYOUT MISMATCH - POS-RECEIPT - STATUS = "
					status-cobol-pos-receipt.
    if status-cobol-card-settlement not = "00"
	display "FILE LAYOUT MISMATCH - CARD-SETTLEMENT - STATUS = "
					status-cobol-card-settlement.
    if status-cobol-block-fee-plan not = "00"
	display "FILE LAYOUT MISMATCH - BLOCK-FEE-PLAN - STATUS = "
					status-cobol-block-fee-plan.
    if status-cobol-block-fee-enrol not = "00"
	display "FILE LAYOUT MISMATCH - BLOCK-FEE-ENROL - STATUS = "
					status-cobol-block-fee-enrol.
    if status-cobol-billing-threshold not = "00"
	display "FILE LAYOUT MISMATCH - BILLING-THRESHOLD - STATUS = "
					status-cobol-billing-threshold.
    if status-cobol-audit-package not = "00"
	display "FILE LAYOUT MISMATCH - AUDIT-PACKAGE - STATUS = "
					status-cobol-audit-package.
    if status-cobol-fee-scenario not = "00"
	display "FILE LAYOUT MISMATCH - FEE-SCENARIO - STATUS = "
					status-cobol-fee-scenario.
    if status-cobol-scorecard-hist not = "00"
	display "FILE LAYOUT MISMATCH - SCORECARD-HIST - STATUS = "
					status-cobol-scorecard-hist.
    if status-cobol-query-def not = "00"
	display "FILE LAYOUT MISMATCH - QUERY-DEF - STATUS = "
					status-cobol-query-def.
    if status-cobol-dw-key-map not = "00"
	display "FILE LAYOUT MISMATCH - DW-KEY-MAP - STATUS = "
					status-cobol-dw-key-map.
    if status-cobol-legal-hold not = "00"
	display "FILE LAYOUT MISMATCH - LEGAL HOLD - STATUS = "
					status-cobol-legal-hold.
    if status-cobol-sod-rule not = "00"
	display "FILE LAYOUT MISMATCH - SOD RULES - STATUS = "
					status-cobol-sod-rule.
    if status-cobol-pending-adj not = "00"
	display "FILE LAYOUT MISMATCH - PENDING ADJUSTMENTS - STATUS = "
					status-cobol-pending-adj.
    if status-cobol-bank-change not = "00"
	display "FILE LAYOUT MISMATCH - BANKING CHANGES - STATUS = "
					status-cobol-bank-change.
    if status-cobol-claim-notes not = "00"
	display "FILE LAYOUT MISMATCH - CLAIM NOTES - STATUS = "
					status-cobol-claim-notes.
    if status-cobol-returned-mail not = "00"
	display "FILE LAYOUT MISMATCH - RETURNED MAIL - STATUS = "
					status-cobol-returned-mail.
    if status-cobol-letter-template not = "00"
	display "FILE LAYOUT MISMATCH - LETTER TEMPLATE - STATUS = "
					status-cobol-letter-template.
    if status-cobol-letter-log not = "00"
	display "FILE LAYOUT MISMATCH - LETTER LOG - STATUS = "
					status-cobol-letter-log.
    if status-cobol-oscar-diff not = "00"
	display "FILE LAYOUT MISMATCH - OSCAR DIFFERENCES - STATUS = "
					status-cobol-oscar-diff.
    if status-cobol-moh-facility not = "00"
	display "FILE LAYOUT MISMATCH - MOH FACILITY - STATUS = "
					status-cobol-moh-facility.
    if status-cobol-fac-xref not = "00"
	display "FILE LAYOUT MISMATCH - FACILITY XREF - STATUS = "
					status-cobol-fac-xref.
    if status-cobol-moh-enrol-diff not = "00"
	display "FILE LAYOUT MISMATCH - MOH ENROL DIFF - STATUS = "
					status-cobol-moh-enrol-diff.
    if status-cobol-outside-use not = "00"
	display "FILE LAYOUT MISMATCH - MOH OUTSIDE USE - STATUS = "
					status-cobol-outside-use.
    if status-cobol-doc-closure not = "00"
	display "FILE LAYOUT MISMATCH - DOCTOR CLOSURE - STATUS = "
					status-cobol-doc-closure.
    if status-cobol-roster-reassign not = "00"
	display "FILE LAYOUT MISMATCH - ROSTER REASSIGN - STATUS = "
					status-cobol-roster-reassign.
    if status-cobol-pay-issue-hist not = "00"
	display "FILE LAYOUT MISMATCH - PAY ISSUE HISTORY - STATUS = "
					status-cobol-pay-issue-hist.
    if status-cobol-tax-receipt-log not = "00"
	display "FILE LAYOUT MISMATCH - TAX RECEIPT LOG - STATUS = "
					status-cobol-tax-receipt-log.
    if status-cobol-prev-care-tbl not = "00"
	display "FILE LAYOUT MISMATCH - PREVENTIVE CARE BONUS TABLE - STATUS = "
					status-cobol-prev-care-tbl.
    if status-cobol-ap-vendor-mstr not = "00"
	display "FILE LAYOUT MISMATCH - AP VENDOR MASTER - STATUS = "
					status-cobol-ap-vendor-mstr.
    if status-cobol-ap-invoice not = "00"
	display "FILE LAYOUT MISMATCH - AP INVOICE FILE - STATUS = "
					status-cobol-ap-invoice.
    if status-cobol-integrity-hist not = "00"
	display "FILE LAYOUT MISMATCH - INTEGRITY HIST - STATUS = "
					status-cobol-integrity-hist.
    if status-cobol-form-fee-tbl not = "00"
	display "FILE LAYOUT MISMATCH - FORM FEE TABLE - STATUS = "
					status-cobol-form-fee-tbl.
    if status-cobol-third-party-req not = "00"
	display "FILE LAYOUT MISMATCH - THIRD-PARTY REQ - STATUS = "
					status-cobol-third-party-req.
    if status-cobol-doc-absence not = "00"
	display "FILE LAYOUT MISMATCH - DOCTOR ABSENCE - STATUS = "
					status-cobol-doc-absence.
    if status-cobol-outbound-reg not = "00"
	display "FILE LAYOUT MISMATCH - OUTBOUND REGISTER - STATUS = "
					status-cobol-outbound-reg.

xa0-3-99-exit.
    exit.
* 2026/10/15 - end

