			10	EAJ_X			PIC 99.
			10	EAJ_Y			PIC 99.
			10	EAJ_RESULTAT		PIC X(7).
			10	EAJ_HEURE		PIC X(6).
			10	FILLER			PIC X(49).
	FD	PLATEAU-CONFIG-FILE.
	01	ENR_PLATEAU_CFG.
		05	PCF_SAISIE		PIC XX.
