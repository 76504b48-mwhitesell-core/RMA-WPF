77  lnum					pic 99	value zero. 
* 
77  confirm-space				pic x   value space. 
* 2026/10/15 - DM
77  ss-virt					pic 9	comp.
77  ss-virt-err					pic 9	comp.
* 2026/10/15 - end
* 
01  flag-mode					pic x. 
    88  display-mode				value 'D'. 
			"'Y','N' OR 'R' SUFFIX REQUIRED". 
	10  filler				pic x(55)   value 
			"THE LAST 4 DIGITS OF ICC-CODE MUST BE NUMERIC". 
* 2026/10/15 - DM
	10  filler				pic x(55)   value 
			"VIRTUAL MODALITIES MUST BE 'V', 'T', 'M' OR BLANK". 
* 2026/10/15 - end
 
    05  error-messages-r redefines error-messages. 
	10  err-msg				pic x(55) 
* 2026/10/15 - DM
*			occurs 22 times. 
			occurs 23 times. 
* 2026/10/15 - end
 
01  err-msg-comment				pic x(55). 
 
*    05  line 10 col 32 value ".... PREVIOUS ...". 
   
    05  line 12 col 23 value "* Additional Claim Related Data *". 
* 2026/10/15 - DM - virtual care modality labels
    05  line 12 col 58 value "Virtual:". 
    05  line 12 col 71 value "Prior:". 
    05  line 13 col 58 value "Std minutes:". 
* 2026/10/15 - end
    05  line 14 col 01 value "Page:". 
    05  line 14 col 08 value "-". 
    05  line 14 col 12 value "/". 
    05  scr-inpat-only	line 05 col 30 pic x    using fee-inpatient-only.
    05  scr-doc-req	line 05 col 43 pic x    using fee-doc-required-ind.
* 2026/09/02 - end
* 2026/10/15 - DM - virtual modalities allowed (V/T/M) and the
*		prior in-person visit flag
    05  scr-virt-modal	line 12 col 67 pic x(3) using fee-virtual-modalities.
    05  scr-virt-prior	line 12 col 78 pic x    using fee-virtual-prior-visit.
*		and the standard minutes one service takes
    05  scr-std-minutes	line 13 col 71 pic zz9  using fee-std-minutes.
* 2026/10/15 - end
* 
01   scr-confirm       	line 23 col 1 pic x using confirm-space auto. 
* 
*   endif
* 2026/09/02 - end

* 2026/10/15 - DM - virtual care modalities and prior-visit flag
da0-37-enter-virtual.
    accept scr-virt-modal.
    move zero				to	ss-virt-err.
    perform da1-check-virtual-modality	thru da1-99-exit
	varying ss-virt from 1 by 1
	until   ss-virt > 3.
    if ss-virt-err not = zero
    then
	move 23				to err-ind
	perform za0-common-error	thru za0-99-exit
	go to da0-37-enter-virtual.
*   endif

da0-38-enter-virtual-prior.
    accept scr-virt-prior.
    if     fee-virtual-prior-visit not = 'Y'
       and fee-virtual-prior-visit not = 'N'
       and fee-virtual-prior-visit not = ' '
    then
	move 20				to err-ind
	perform za0-common-error	thru za0-99-exit
	go to da0-38-enter-virtual-prior.
*   endif

da0-39-enter-std-minutes.
    accept scr-std-minutes.
* 2026/10/15 - end

da0-40-enter-global-exclusion.
    accept scr-exclude-global-addon.
    if     fee-global-addon-cd-exclusion not = 'Y'
 
da0-99-exit. 
    exit. 
* 2026/10/15 - DM
da1-check-virtual-modality.

    if     fee-virtual-modality (ss-virt) not = 'V'
       and fee-virtual-modality (ss-virt) not = 'T'
       and fee-virtual-modality (ss-virt) not = 'M'
       and fee-virtual-modality (ss-virt) not = ' '
    then
	move ss-virt			to	ss-virt-err.
*   endif

da1-99-exit.
    exit.
* 2026/10/15 - end
 
 
 
