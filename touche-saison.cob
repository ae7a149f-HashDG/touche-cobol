		SELECT SAISONS-FILE ASSIGN TO "SAISONS.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SAISONS.
		*>--------------------------------------------------------------
		*>	Decisions d'arbitrage tenues par Touche-Arbitre : une manche
		*>	annulee ne compte plus, une manche inversee compte avec son
		*>	nouveau gagnant
		*>--------------------------------------------------------------
		SELECT CORRECTIONS-FILE ASSIGN TO "CORRECTIONS.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_CORRECTIONS.
DATA DIVISION.
	FILE SECTION.
	FD	HISTORIQUE-FILE.
		05	EH_TIRS_J2		PIC 999.
		05	EH_TOUCHES_J2		PIC 99.
		05	EH_NUM_TOUR		PIC 99.
		05	EH_VARIANTE		PIC X.
			88	EH_SALVE			VALUE "S".
		05	EH_TAILLE_PLATEAU	PIC 99.
		05	EH_HEURE_DEBUT		PIC X(6).
		05	EH_HEURE_FIN		PIC X(6).
		05	EH_ORIGINE		PIC X.
			88	EH_EXTERNE			VALUE "E".
	FD	SAISONS-FILE.
	01	ENR_SAISON.
		05	ES_PERIODE		PIC X(6).
		05	ES_SOLO			PIC 9(05).
		05	ES_DUO			PIC 9(05).
		05	ES_EQUIPES		PIC 9(05).
	FD	CORRECTIONS-FILE.
	01	ENR_CORRECTION.
		05	ECO_DATE_SAISIE		PIC X(8).
		05	ECO_HEURE_SAISIE	PIC X(6).
		05	ECO_ARBITRE		PIC X(20).
		05	ECO_MATCH		PIC 9(05).
		05	ECO_DATE_MANCHE		PIC X(8).
		05	ECO_NOM_J1		PIC X(20).
		05	ECO_NOM_J2		PIC X(20).
		05	ECO_RANG		PIC 99.
		05	ECO_OPERATION		PIC X.
		05	ECO_ANCIEN_GAGNANT	PIC X(20).
		05	ECO_NOUVEAU_GAGNANT	PIC X(20).
		05	ECO_MOTIF		PIC X(40).
	WORKING-STORAGE SECTION.
		77	FS_HISTORIQUE				PIC XX.
		77	FS_SAISONS				PIC XX.
			88	SC_TROUVEE				VALUE 1.
		77	NB_VERSEES				PIC 999		VALUE 0.
		77	MOYENNE_TOURS				PIC ZZZ9.9.
		*>--------------------------------------------------------------
		*>	Corrections d'arbitrage chargees de CORRECTIONS.DAT : une
		*>	manche y est designee par sa date, ses capitaines et son
		*>	rang dans la journee, compte au fil de l'historique
		*>--------------------------------------------------------------
		77	FS_CORRECTIONS				PIC XX.
		01	CORRECTIONS_TABLE.
			05	CO_ENTREE			OCCURS 200 TIMES.
				10	CO_DATE_MANCHE		PIC X(8).
				10	CO_NOM_J1		PIC X(20).
				10	CO_NOM_J2		PIC X(20).
				10	CO_RANG			PIC 99.
				10	CO_OPERATION		PIC X.
					88	CO_ANNULATION			VALUE "A".
				10	CO_NOUVEAU_GAGNANT	PIC X(20).
				10	CO_VUS			PIC 99.
		77	NB_CO					PIC 999		VALUE 0.
		77	IDX_CO					PIC 999.
		77	SW_CO_SATURE				PIC 9		VALUE 0.
			88	CO_SATURE				VALUE 1.
		77	SW_MANCHE_ANNULEE			PIC 9		VALUE 0.
			88	MANCHE_ANNULEE				VALUE 1.
PROCEDURE DIVISION.
	ACCEPT DATE_DU_JOUR FROM DATE YYYYMMDD.
	MOVE DATE_DU_JOUR(1:6) TO PERIODE_COURANTE.
	PERFORM CHARGER_SAISONS_CONNUES.
	PERFORM CHARGER_CORRECTIONS.
	PERFORM DEPOUILLER_HISTORIQUE.
	IF NB_PERIODES IS EQUAL TO ZERO THEN
		DISPLAY "Aucune manche dans l'historique, rien a clore."
		PERFORM TEST BEFORE UNTIL FS_HISTORIQUE IS EQUAL TO "10"
			READ HISTORIQUE-FILE
				AT END CONTINUE
				NOT AT END
					PERFORM APPLIQUER_CORRECTIONS
					IF NOT MANCHE_ANNULEE THEN
						PERFORM CUMULER_UNE_MANCHE
					END-IF
			END-READ
		END-PERFORM.
		CLOSE HISTORIQUE-FILE.
		IF CO_SATURE THEN
			DISPLAY "ATTENTION : plus de 200 corrections d'arbitrage, seules les 200 premieres sont prises en compte."
		END-IF.

	CHARGER_CORRECTIONS.
		*> CORRECTIONS.DAT absent : aucune decision d'arbitrage, on
		*> depouille l'historique tel quel.
		MOVE ZERO TO NB_CO.
		OPEN INPUT CORRECTIONS-FILE.
		IF FS_CORRECTIONS IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_CORRECTIONS IS EQUAL TO "10"
				READ CORRECTIONS-FILE
					AT END CONTINUE
					NOT AT END
						IF NB_CO IS LESS THAN 200 THEN
							ADD 1 TO NB_CO
							MOVE ECO_DATE_MANCHE TO CO_DATE_MANCHE(NB_CO)
							MOVE ECO_NOM_J1 TO CO_NOM_J1(NB_CO)
							MOVE ECO_NOM_J2 TO CO_NOM_J2(NB_CO)
							MOVE ECO_RANG TO CO_RANG(NB_CO)
							MOVE ECO_OPERATION TO CO_OPERATION(NB_CO)
							MOVE ECO_NOUVEAU_GAGNANT TO CO_NOUVEAU_GAGNANT(NB_CO)
							MOVE ZERO TO CO_VUS(NB_CO)
						ELSE
							SET CO_SATURE TO TRUE
						END-IF
				END-READ
			END-PERFORM
			CLOSE CORRECTIONS-FILE
		END-IF.

	APPLIQUER_CORRECTIONS.
		*> Chaque correction compte les manches de sa journee et de ses
		*> capitaines ; arrivee a son rang, elle annule la manche ou lui
		*> donne son nouveau gagnant. Plusieurs decisions sur une meme
		*> manche s'appliquent dans l'ordre ou elles ont ete prises.
		MOVE ZERO TO SW_MANCHE_ANNULEE.
		PERFORM VARYING IDX_CO FROM 1 BY 1 UNTIL IDX_CO > NB_CO
			IF CO_DATE_MANCHE(IDX_CO) IS EQUAL TO EH_DATE
				AND CO_NOM_J1(IDX_CO) IS EQUAL TO EH_NOM_J1
				AND CO_NOM_J2(IDX_CO) IS EQUAL TO EH_NOM_J2 THEN
				ADD 1 TO CO_VUS(IDX_CO)
				IF CO_VUS(IDX_CO) IS EQUAL TO CO_RANG(IDX_CO) THEN
					IF CO_ANNULATION(IDX_CO) THEN
						SET MANCHE_ANNULEE TO TRUE
					ELSE
						MOVE CO_NOUVEAU_GAGNANT(IDX_CO) TO EH_NOM_GAGNANT
					END-IF
				END-IF
			END-IF
		END-PERFORM.

	CUMULER_UNE_MANCHE.
		*> Retrouve ou cree l'entree de la periode (mois de EH_DATE),
