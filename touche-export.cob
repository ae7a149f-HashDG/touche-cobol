		SELECT EXECLOG-FILE ASSIGN TO "EXECLOG.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_EXECLOG.
		*>--------------------------------------------------------------
		*>	Decisions d'arbitrage tenues par Touche-Arbitre : une manche
		*>	annulee ne compte plus, une manche inversee compte avec son
		*>	nouveau gagnant
		*>--------------------------------------------------------------
		SELECT CORRECTIONS-FILE ASSIGN TO "CORRECTIONS.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_CORRECTIONS.
		*>--------------------------------------------------------------
		*>	Liste des invites tenue par Touche-Import : joueurs d'un
		*>	club voisin qui ont un palmares sans etre du club
		*>--------------------------------------------------------------
		SELECT INVITES-FILE ASSIGN TO "INVITES.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_INVITES.
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
	FD	EXPORT-JOUEURS-FILE.
	01	ENR_EXP_JOUEURS			PIC X(200).
	FD	EXPORT-HISTO-FILE.
		05	EXL_LUS			PIC 9(07).
		05	EXL_ECRITS		PIC 9(07).
		05	EXL_ISSUE		PIC X(10).
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
	FD	INVITES-FILE.
	01	ENR_INVITE.
		05	EI_NOM			PIC X(20).
		05	EI_DATE			PIC X(8).
	WORKING-STORAGE SECTION.
		77	FS_JOUEURS				PIC XX.
		77	FS_HISTORIQUE				PIC XX.
		77	FS_EXP_JOU				PIC XX.
		77	FS_EXP_HIS				PIC XX.
		*>--------------------------------------------------------------
		*>	Invites d'un club voisin, ecartes de l'echelle et des tirages
		*>--------------------------------------------------------------
		77	FS_INVITES				PIC XX.
		01	INVITES.
			05	INV_NOM				OCCURS 200 TIMES	PIC X(20).
		77	NB_INV					PIC 999		VALUE 0.
		77	IDX_INV					PIC 999.
		77	SW_INVITE				PIC 9.
			88	EST_INVITE				VALUE 1.
		77	DATE_DU_JOUR				PIC X(8).
		*>--------------------------------------------------------------
		*>	Echelle chargee puis triee du classement le plus haut au
		77	NB_LUS					PIC 9(07)	VALUE 0.
		77	NB_ECRITS				PIC 9(07)	VALUE 0.
		77	HEURE_PASSAGE				PIC X(8).
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
	PERFORM EXPORTER_ECHELLE.
	PERFORM CHARGER_CORRECTIONS.
	IF CO_SATURE THEN
		DISPLAY "Plus de 200 corrections d'arbitrage : extrait des resultats incomplet."
		MOVE 8 TO CODE_RETOUR
	END-IF.
	PERFORM EXPORTER_HISTORIQUE.
	DISPLAY "Extraction terminee : " NB_LIGNES_JOU " joueur(s) dans EXPJOU.CSV, "
		NB_LIGNES_HIS " manche(s) dans EXPHIS.CSV.".
	CHARGER_ECHELLE.
		*> Meme parcours dans l'ordre de la cle que AFFICHER_ECHELLE ;
		*> un fichier maitre absent donne un extrait vide mais complet
		*> (entete et fin a zero ligne), pas une panne. Les invites
		*> d'un club voisin ne figurent pas a l'echelle.
		PERFORM CHARGER_INVITES.
		OPEN INPUT JOUEURS-FILE.
		IF FS_JOUEURS IS NOT EQUAL TO "00" THEN
			DISPLAY "JOUEURS.DAT absent ou illisible (statut " FS_JOUEURS "), echelle vide."
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						PERFORM RECONNAITRE_INVITE
						IF NB_ECH IS LESS THAN 100 AND NOT EST_INVITE THEN
							ADD 1 TO NB_ECH
							MOVE EJ_NOM TO ECH_NOM(NB_ECH)
							IF EJ_CLASSEMENT IS NUMERIC THEN
			CLOSE JOUEURS-FILE
		END-IF.

	CHARGER_INVITES.
		*> Pas de liste des invites : aucun resultat d'un club voisin
		*> n'a encore ete integre.
		MOVE ZERO TO NB_INV.
		OPEN INPUT INVITES-FILE.
		IF FS_INVITES IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_INVITES IS EQUAL TO "10"
				READ INVITES-FILE
					AT END CONTINUE
					NOT AT END
						IF NB_INV IS LESS THAN 200 THEN
							ADD 1 TO NB_INV
							MOVE EI_NOM TO INV_NOM(NB_INV)
						END-IF
				END-READ
			END-PERFORM
			CLOSE INVITES-FILE
		END-IF.

	RECONNAITRE_INVITE.
		MOVE ZERO TO SW_INVITE.
		PERFORM VARYING IDX_INV FROM 1 BY 1 UNTIL IDX_INV > NB_INV OR EST_INVITE
			IF INV_NOM(IDX_INV) IS EQUAL TO EJ_NOM THEN
				SET EST_INVITE TO TRUE
			END-IF
		END-PERFORM.

	TRIER_ECHELLE.
		*> Tri par echanges successifs, du classement le plus haut au
		*> plus bas, comme dans Touche-Admin.
						AT END CONTINUE
						NOT AT END
							ADD 1 TO NB_LUS
							PERFORM APPLIQUER_CORRECTIONS
							IF NOT MANCHE_ANNULEE THEN
								PERFORM ECRIRE_LIGNE_MANCHE
							END-IF
					END-READ
				END-PERFORM
				CLOSE HISTORIQUE-FILE
		ADD 1 TO NB_ECRITS.
		ADD 1 TO NB_LIGNES_HIS.

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

	AJOUTER_NOM_EXPORT.
		*> Ajoute un nom et son separateur a la ligne en cours : blancs
		*> de fin decoupes (le PIC X(20) du maitre ne doit pas polluer
