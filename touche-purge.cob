		77	NB_SAUVES				PIC 9(07).
		77	SAU_FICHIER				PIC X(12).
		01	CATALOGUE_TABLE.
			05	CAT_ENTREE			OCCURS 30 TIMES.
				10	CAT_FICHIER		PIC X(12).
				10	CAT_GENERATION		PIC 9.
				10	CAT_DATE		PIC X(8).
				READ CATALOGUE-FILE
					AT END CONTINUE
					NOT AT END
						IF NB_CAT IS LESS THAN 30 THEN
							IF SV_FICHIER IS EQUAL TO SAU_FICHIER
								AND SV_GENERATION IS EQUAL TO 3 THEN
								CONTINUE
