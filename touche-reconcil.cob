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
	FD	SV1-JOUEURS-FILE.
	01	ENR_SV1_JOUEURS		PIC X(34).
	FD	SV2-JOUEURS-FILE.
		77	SAU_FICHIER				PIC X(12).
		77	HEURE_SAUVEGARDE			PIC X(8).
		01	CATALOGUE_TABLE.
			05	CAT_ENTREE			OCCURS 30 TIMES.
				10	CAT_FICHIER		PIC X(12).
				10	CAT_GENERATION		PIC 9.
				10	CAT_DATE		PIC X(8).
		77	SW_CA_SATURE				PIC 9		VALUE 0.
			88	CA_SATURE				VALUE 1.
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
		*>	Edition paginee des ecarts dans ECARTS.RPT : la ligne a
		*>	editer est posee dans LIGNE_EDITION, ECRIRE_LIGNE_RAPPORT
		*>	gere le saut de page et le rappel de l'entete
PROCEDURE DIVISION.
	PERFORM LIRE_PARAMETRES.
	PERFORM OUVRIR_RAPPORT.
	PERFORM CHARGER_CORRECTIONS.
	PERFORM DEPOUILLER_HISTORIQUE.
	PERFORM COMPARER_AU_MAITRE.
	PERFORM CLORE_RAPPORT.
		DISPLAY "La reconstruction est refusee : elle effacerait les joueurs au-dela."
		MOVE 8 TO CODE_RETOUR
	ELSE
	IF CO_SATURE THEN
		DISPLAY " "
		DISPLAY "ATTENTION : plus de 200 corrections d'arbitrage, recompte incomplet."
		DISPLAY "La reconstruction est refusee : elle ressusciterait des manches annulees."
		MOVE 8 TO CODE_RETOUR
	ELSE
	IF NB_ECARTS IS GREATER THAN ZERO THEN
		IF CODE_RETOUR IS EQUAL TO ZERO THEN
			MOVE 4 TO CODE_RETOUR
		DISPLAY " "
		DISPLAY "Aucun ecart : JOUEURS.DAT est conforme a l'historique."
	END-IF
	END-IF
	END-IF.
	PERFORM TERMINER_EXECUTION.

				AT END CONTINUE
				NOT AT END
					ADD 1 TO NB_LUS
					PERFORM APPLIQUER_CORRECTIONS
					IF NOT MANCHE_ANNULEE THEN
						PERFORM CUMULER_UNE_MANCHE
					END-IF
			END-READ
		END-PERFORM.
		CLOSE HISTORIQUE-FILE.

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
		*> Le gagnant enregistre est le capitaine du camp vainqueur ;
		*> en mode "deux contre deux" son coequipier partage la victoire
			CLOSE JOUEURS-FILE
		END-IF.
		*> Les joueurs presents dans l'historique mais absents du
		*> fichier maitre sont aussi des ecarts (enregistrement perdu),
		*> sauf les membres partis anonymises par Touche-Anonyme : un
		*> pseudonyme ANCIEN- n'a plus de compte au maitre.
		PERFORM VARYING IDX_CA FROM 1 BY 1 UNTIL IDX_CA > NB_CA
			IF NOT CA_VU_AU_MAITRE(IDX_CA)
				AND CA_NOM(IDX_CA)(1:7) IS NOT EQUAL TO "ANCIEN-" THEN
				ADD 1 TO NB_ECARTS
				DISPLAY "  " CA_NOM(IDX_CA) " : absent du maitre, attendu "
					CA_VICTOIRES(IDX_CA) " victoire(s) " CA_DEFAITES(IDX_CA) " defaite(s)"
		*> indexes reconstruits par ce meme procede a l'atelier. Le
		*> maitre est d'abord copie en generation de sauvegarde : des
		*> saisons de palmares meritent mieux qu'un seul O/N avant un
		*> OPEN OUTPUT. Les membres partis anonymises n'y reviennent
		*> pas.
		PERFORM SAUVEGARDER_MAITRE.
		OPEN OUTPUT JOUEURS-FILE.
		IF FS_JOUEURS IS NOT EQUAL TO "00" THEN
			MOVE 8 TO CODE_RETOUR
		ELSE
			PERFORM VARYING IDX_CA FROM 1 BY 1 UNTIL IDX_CA > NB_CA
				IF CA_NOM(IDX_CA)(1:7) IS NOT EQUAL TO "ANCIEN-" THEN
					MOVE CA_NOM(IDX_CA) TO EJ_NOM
					MOVE CA_VICTOIRES(IDX_CA) TO EJ_VICTOIRES
					MOVE CA_DEFAITES(IDX_CA) TO EJ_DEFAITES
					MOVE CA_CLASSEMENT(IDX_CA) TO EJ_CLASSEMENT
					WRITE ENR_JOUEUR
					ADD 1 TO NB_ECRITS
				END-IF
			END-PERFORM
			CLOSE JOUEURS-FILE
			DISPLAY "JOUEURS.DAT reconstruit : " NB_ECRITS " joueur(s)."
		END-IF.

	SAUVEGARDER_MAITRE.
				READ CATALOGUE-FILE
					AT END CONTINUE
					NOT AT END
						IF NB_CAT IS LESS THAN 30 THEN
							IF SV_FICHIER IS EQUAL TO SAU_FICHIER
								AND SV_GENERATION IS EQUAL TO 3 THEN
								CONTINUE
