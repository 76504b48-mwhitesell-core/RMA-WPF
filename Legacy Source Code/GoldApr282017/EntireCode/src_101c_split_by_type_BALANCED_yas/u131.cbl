*			land as the f001 estimates; row C is one
*			single-line claim - patient key, oma code
*			and suffix, service date, services, diagnosis
*			and an optional fee (zero prices off f040),
*			then an optional modality - I in person
*			(the default), V video, T telephone, M
*			secure message - that f040 must allow.
*			every row passes the entry edits - patient
*			on f010, code on f040, diagnosis on f091,
*			doctor/location assignment on f024 at the
    05  imc-nbr-serv			pic 9(3).
    05  imc-diag			pic x(4).
    05  imc-fee				pic 9(5)v99.
* 2026/oct/15 - DM - virtual care modality
    05  imc-modality			pic x.
* 2026/oct/15 - end

01  ws-numeric-work			pic x(20)	value spaces.

    exit.
bb0-import-claim.

*	(C,patient-key,oma,suffix,sv-date,nbr-serv,diag,fee,modality)

    if ws-batch-open not = "Y"
    then
	    perform be0-reject-row	thru	be0-99-exit
	    go to bb0-99-exit.

* 2026/oct/15 - DM - virtual care: blank is in person; a virtual
*		modality must be one the code's f040 record allows
    move csv-f09 (1:1)			to	imc-modality.
    if imc-modality = space
    then
	move "I"			to	imc-modality.
*   endif

    if   imc-modality not = "I"
     and imc-modality not = "V"
     and imc-modality not = "T"
     and imc-modality not = "M"
    then
	move "MODALITY NOT I, V, T OR M"
					to	ws-reject-reason
	perform be0-reject-row		thru	be0-99-exit
	go to bb0-99-exit.
*   endif

    if   imc-modality not = "I"
     and imc-modality not = fee-virtual-modality (1)
     and imc-modality not = fee-virtual-modality (2)
     and imc-modality not = fee-virtual-modality (3)
    then
	move "MODALITY NOT ALLOWED FOR CODE (F040)"
					to	ws-reject-reason
	perform be0-reject-row		thru	be0-99-exit
	go to bb0-99-exit.
*   endif
* 2026/oct/15 - end

*	(service date)
    move csv-f05			to	ws-numeric-work.
    if ws-numeric-work (1:8) not numeric
    move ws-line-fee-ohip		to	clmdtl-fee-ohip.
    move imc-diag			to	clmdtl-diag-cd.
    move imb-period-end			to	clmdtl-date-period-end.
* 2026/oct/15 - DM
    move imc-modality			to	clmdtl-modality.
* 2026/oct/15 - end

    move claim-detail-rec		to	claims-mstr-rec.
    write claims-mstr-rec
