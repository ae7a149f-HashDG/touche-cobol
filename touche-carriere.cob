	PROGRAM-ID. Touche-Carriere.
	DATE-WRITTEN. 02/09/2026.
	AUTHOR. Hippolyte Damay--Glorieux.
	REMARKS. "Consultation de la carriere complete d'un joueur nomme : ses manches en ordre chronologique depuis HISTORIQUE.DAT (date, adversaire, issue, tirs), sa trajectoire de classement rejouee manche par manche avec le bareme du jeu, sa serie en cours de victoires ou de defaites, son palmares courant de JOUEURS.DAT et sa reussite au tir de toute sa carriere depuis l'archive de journaux ARCHJRN.DAT, et ses trophees de TROPHEES.DAT".
ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT ARCHIVE-JOURNAL-FILE ASSIGN TO "ARCHJRN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_ARCHJRN.
		*>--------------------------------------------------------------
		*>	Decisions d'arbitrage tenues par Touche-Arbitre : une manche
		*>	annulee ne compte plus, une manche inversee compte avec son
		*>	nouveau gagnant
		*>--------------------------------------------------------------
		SELECT CORRECTIONS-FILE ASSIGN TO "CORRECTIONS.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_CORRECTIONS.
		*>--------------------------------------------------------------
		*>	Trophees des joueurs : ceux du joueur consulte sont lus a
		*>	la suite, la cle commencant par son nom
		*>--------------------------------------------------------------
		SELECT TROPHEES-FILE ASSIGN TO "TROPHEES.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ETR_CLE
			FILE STATUS IS FS_TROPHEES.
DATA DIVISION.
	FILE SECTION.
	FD	JOUEURS-FILE.
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
	FD	ARCHIVE-JOURNAL-FILE.
	01	ENR_ARCH_JOURNAL.
		05	EAJ_TYPE		PIC X.
			10	EAJ_X			PIC 99.
			10	EAJ_Y			PIC 99.
			10	EAJ_RESULTAT		PIC X(7).
			10	EAJ_HEURE		PIC X(6).
			10	FILLER			PIC X(49).
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
	FD	TROPHEES-FILE.
	01	ENR_TROPHEE.
		05	ETR_CLE.
			10	ETR_NOM			PIC X(20).
			10	ETR_CODE		PIC X(4).
		05	ETR_DATE		PIC X(8).
		05	ETR_MATCH		PIC 9(05).
	WORKING-STORAGE SECTION.
		77	FS_JOUEURS				PIC XX.
		77	FS_HISTORIQUE				PIC XX.
		77	TIRS_CARRIERE				PIC 9(06)	VALUE 0.
		77	TOUCHES_CARRIERE			PIC 9(06)	VALUE 0.
		77	PCT_CARRIERE				PIC ZZ9.
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
		*>--------------------------------------------------------------
		*>	Trophees du joueur consulte, avec le libelle de chaque code
		*>--------------------------------------------------------------
		77	FS_TROPHEES				PIC XX.
		01	LIBELLES_TROPHEES.
			05	FILLER	PIC X(54)	VALUE "SANSVictoire sans un seul tir rate".
			05	FILLER	PIC X(54)	VALUE "SER5Cinq victoires d'affilee".
			05	FILLER	PIC X(54)	VALUE "EXPLVictoire sur un joueur classe 200 points au-dessus".
			05	FILLER	PIC X(54)	VALUE "EQUIPremiere victoire en deux contre deux".
			05	FILLER	PIC X(54)	VALUE "ORDIPremiere victoire contre l'Ordinateur".
			05	FILLER	PIC X(54)	VALUE "C100Cent parties jouees".
			05	FILLER	PIC X(54)	VALUE "SALVVictoire en variante salve".
		01	TABLE_TROPHEES	REDEFINES LIBELLES_TROPHEES.
			05	TRO_ENTREE	OCCURS 7 TIMES.
				10	TRO_CODE		PIC X(4).
				10	TRO_LIBELLE		PIC X(50).
		77	NB_CODES_TROPHEE			PIC 9		VALUE 7.
		77	IDX_TRO					PIC 9.
		77	NB_TROPHEES_JOUEUR			PIC 99.
		77	SW_FIN_TROPHEES				PIC 9.
			88	FIN_TROPHEES				VALUE 1.
		01	TROPHEE_DATE.
			02	TD_JOUR				PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	TD_MOIS				PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	TD_ANNEE			PIC X(4).
PROCEDURE DIVISION.
	DISPLAY "===== Releve de carriere d'un joueur =====".
	DISPLAY "Nom du joueur (a blanc pour finir) ?".
		PERFORM AFFICHER_SERIE.
		PERFORM CUMULER_TIRS_ARCHIVES.
		PERFORM AFFICHER_REUSSITE_CARRIERE.
		PERFORM AFFICHER_TROPHEES.

	REINITIALISER_CONSULTATION.
		*> Chaque consultation rejoue l'historique depuis le debut : les
		MOVE ZERO TO SERIE_LONGUEUR.
		MOVE ZERO TO TIRS_CARRIERE.
		MOVE ZERO TO TOUCHES_CARRIERE.
		MOVE ZERO TO SW_CO_SATURE.
		PERFORM CHARGER_CORRECTIONS.

	AFFICHER_PALMARES_COURANT.
		*> Les compteurs durables du fichier maitre, tels que le jeu
			PERFORM TEST BEFORE UNTIL FS_HISTORIQUE IS EQUAL TO "10"
				READ HISTORIQUE-FILE
					AT END CONTINUE
					NOT AT END
						PERFORM APPLIQUER_CORRECTIONS
						IF MANCHE_ANNULEE THEN
							PERFORM SIGNALER_MANCHE_ANNULEE
						ELSE
							PERFORM EXAMINER_UNE_MANCHE
						END-IF
				END-READ
			END-PERFORM
			CLOSE HISTORIQUE-FILE
		IF CC_SATURE THEN
			DISPLAY "ATTENTION : plus de 500 joueurs dans l'historique, trajectoire incomplete."
		END-IF.
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

	SIGNALER_MANCHE_ANNULEE.
		*> Une manche annulee par l'arbitre ne compte ni dans le
		*> classement, ni dans la serie ; elle reste au releve du joueur
		*> qui y a pris part, pour qu'il sache ou elle est passee.
		IF NOM_CONSULTE IS EQUAL TO EH_NOM_J1 OR NOM_CONSULTE IS EQUAL TO EH_NOM_J3 THEN
			DISPLAY EH_DATE " " EH_NOM_J2 "   manche annulee par l'arbitre"
		END-IF.
		IF NOM_CONSULTE IS EQUAL TO EH_NOM_J2 OR NOM_CONSULTE IS EQUAL TO EH_NOM_J4 THEN
			DISPLAY EH_DATE " " EH_NOM_J1 "   manche annulee par l'arbitre"
		END-IF.

	EXAMINER_UNE_MANCHE.
		*> Le rejeu du classement porte sur toutes les manches de
		ELSE
			DISPLAY "Aucun tir archive pour ce joueur."
		END-IF.

	AFFICHER_TROPHEES.
		*> Les trophees sont ranges par joueur puis par code : on se
		*> place sur le premier trophee du joueur et on lit tant que
		*> le nom ne change pas.
		DISPLAY " ".
		MOVE ZERO TO NB_TROPHEES_JOUEUR.
		OPEN INPUT TROPHEES-FILE.
		IF FS_TROPHEES IS EQUAL TO "00" THEN
			MOVE NOM_CONSULTE TO ETR_NOM
			MOVE LOW-VALUES TO ETR_CODE
			MOVE ZERO TO SW_FIN_TROPHEES
			START TROPHEES-FILE KEY IS NOT LESS THAN ETR_CLE
				INVALID KEY
					SET FIN_TROPHEES TO TRUE
			END-START
			PERFORM TEST BEFORE UNTIL FIN_TROPHEES
				READ TROPHEES-FILE NEXT RECORD
					AT END
						SET FIN_TROPHEES TO TRUE
					NOT AT END
						IF ETR_NOM IS EQUAL TO NOM_CONSULTE THEN
							PERFORM AFFICHER_UN_TROPHEE
						ELSE
							SET FIN_TROPHEES TO TRUE
						END-IF
				END-READ
			END-PERFORM
			CLOSE TROPHEES-FILE
		END-IF.
		IF NB_TROPHEES_JOUEUR IS EQUAL TO ZERO THEN
			DISPLAY "Aucun trophee pour ce joueur."
		END-IF.

	AFFICHER_UN_TROPHEE.
		IF NB_TROPHEES_JOUEUR IS EQUAL TO ZERO THEN
			DISPLAY "Trophees :"
		END-IF.
		ADD 1 TO NB_TROPHEES_JOUEUR.
		PERFORM VARYING IDX_TRO FROM 1 BY 1 UNTIL IDX_TRO IS EQUAL TO NB_CODES_TROPHEE
			OR TRO_CODE(IDX_TRO) IS EQUAL TO ETR_CODE
			CONTINUE
		END-PERFORM.
		MOVE ETR_DATE(7:2) TO TD_JOUR.
		MOVE ETR_DATE(5:2) TO TD_MOIS.
		MOVE ETR_DATE(1:4) TO TD_ANNEE.
		IF ETR_MATCH IS GREATER THAN ZERO THEN
			DISPLAY "  " TROPHEE_DATE "  " TRO_LIBELLE(IDX_TRO) " (match " ETR_MATCH ")"
		ELSE
			DISPLAY "  " TROPHEE_DATE "  " TRO_LIBELLE(IDX_TRO)
		END-IF.
