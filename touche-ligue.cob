	PROGRAM-ID. Touche-Ligue.
	DATE-WRITTEN. 02/09/2026.
	AUTHOR. Hippolyte Damay--Glorieux.
	REMARKS. "Transaction de gestion du calendrier de la ligue d'hiver : generation d'un calendrier toutes rondes depuis les joueurs inscrits a JOUEURS.DAT et titulaires a jour de cotisation dans MEMBRES.DAT (chaque paire se rencontre une fois, ou en aller-retour), et situation des rencontres jouees et restantes. Le jeu pointe lui-meme chaque rencontre jouee dans CALENDRIER.DAT a l'enregistrement de la manche ; la ligue se conduit donc toute seule au lieu de vivre dans un cahier".
ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT CALENDRIER-FILE ASSIGN TO "CALENDRIER.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_CALENDRIER.
		*>--------------------------------------------------------------
		*>	Liste des invites tenue par Touche-Import : joueurs d'un
		*>	club voisin qui ont un palmares sans etre du club
		*>--------------------------------------------------------------
		SELECT INVITES-FILE ASSIGN TO "INVITES.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_INVITES.
		*>--------------------------------------------------------------
		*>	Registre des adherents tenu par Touche-Membres : seuls les
		*>	titulaires a jour de cotisation entrent au calendrier
		*>--------------------------------------------------------------
		SELECT MEMBRES-FILE ASSIGN TO "MEMBRES.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EM_NOM
			FILE STATUS IS FS_MEMBRES.
DATA DIVISION.
	FILE SECTION.
	FD	JOUEURS-FILE.
			88	EF_JOUE				VALUE "J".
		05	EF_DATE_JOUEE		PIC X(8).
		05	EF_NOM_GAGNANT		PIC X(20).
	FD	INVITES-FILE.
	01	ENR_INVITE.
		05	EI_NOM			PIC X(20).
		05	EI_DATE			PIC X(8).
	FD	MEMBRES-FILE.
	01	ENR_MEMBRE.
		05	EM_NOM			PIC X(20).
		05	EM_TYPE			PIC X.
			88	EM_TITULAIRE			VALUE "T".
			88	EM_JUNIOR			VALUE "J".
			88	EM_INVITE			VALUE "I".
		05	EM_DATE_ADHESION	PIC X(8).
		05	EM_PAYE_JUSQU_AU	PIC X(8).
		05	EM_CONTACT		PIC X(40).
	WORKING-STORAGE SECTION.
		77	FS_JOUEURS				PIC XX.
		77	FS_CALENDRIER				PIC XX.
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
		*>--------------------------------------------------------------
		*>	Adhesion des joueurs tires : sans registre (club qui ne le
		*>	tient pas encore), tout le palmares reste tirable
		*>--------------------------------------------------------------
		77	FS_MEMBRES				PIC XX.
		77	SW_REGISTRE				PIC 9.
			88	REGISTRE_PRESENT			VALUE 1.
			88	REGISTRE_ABSENT				VALUE 0.
		77	SW_ADHERENT				PIC 9.
			88	ADHERENT_A_JOUR				VALUE 1.
		77	DATE_DU_JOUR				PIC X(8).
		*>--------------------------------------------------------------
		*>	Menu de la transaction et zones de saisie des ecrans
		*>--------------------------------------------------------------
		77	CHOIX_MENU				PIC 9		VALUE 0.
		*> les pointages deja faits seraient perdus.
		PERFORM CHARGER_INSCRITS.
		IF NB_INSCRITS IS LESS THAN 2 THEN
			DISPLAY "Pas assez de titulaires a jour au palmares pour un calendrier."
			ACCEPT PLS_LIG_PAUSE
		ELSE
			OPEN INPUT CALENDRIER-FILE
			END-IF
			IF LIG_CONFIRME THEN
				PERFORM ECRIRE_CALENDRIER
				IF FS_CALENDRIER IS EQUAL TO "00" THEN
					DISPLAY "Calendrier genere : " NUM_FIXTURE " rencontre(s) pour " NB_INSCRITS " inscrit(s)."
				END-IF
			ELSE
				DISPLAY "Calendrier conserve tel quel."
			END-IF

	CHARGER_INSCRITS.
		MOVE ZERO TO NB_INSCRITS.
		PERFORM CHARGER_INVITES.
		PERFORM OUVRIR_REGISTRE.
		IF FS_MEMBRES IS EQUAL TO "00" OR FS_MEMBRES IS EQUAL TO "35" THEN
			PERFORM TIRER_INSCRITS
		END-IF.
		IF REGISTRE_PRESENT THEN
			CLOSE MEMBRES-FILE
		END-IF.

	OUVRIR_REGISTRE.
		*> Un registre illisible n'autorise aucun tirage : tirer tout
		*> le palmares ferait entrer des cotisations echues.
		ACCEPT DATE_DU_JOUR FROM DATE YYYYMMDD.
		SET REGISTRE_ABSENT TO TRUE.
		OPEN INPUT MEMBRES-FILE.
		EVALUATE FS_MEMBRES
			WHEN "00"
				SET REGISTRE_PRESENT TO TRUE
			WHEN "35"
				DISPLAY "MEMBRES.DAT absent : tout le palmares est tire, sans controle des cotisations."
			WHEN OTHER
				DISPLAY "MEMBRES.DAT illisible (statut " FS_MEMBRES "), aucun tirage."
		END-EVALUATE.

	TIRER_INSCRITS.
		OPEN INPUT JOUEURS-FILE.
		IF FS_JOUEURS IS NOT EQUAL TO "00" THEN
			DISPLAY "JOUEURS.DAT absent ou illisible (statut " FS_JOUEURS ")."
						*> au palmares, mais ce n'est pas un inscrit : une
						*> rencontre contre lui ne serait jamais pointee,
						*> le jeu ne pointe qu'en manche a deux joueurs.
						*> Un invite d'un club voisin n'est pas inscrit
						*> non plus, ni qui n'est pas titulaire a jour.
						PERFORM RECONNAITRE_INVITE
						PERFORM CONTROLER_ADHESION
						IF EJ_NOM IS EQUAL TO "Ordinateur" OR EST_INVITE OR NOT ADHERENT_A_JOUR THEN
							CONTINUE
						ELSE
							IF NB_INSCRITS IS LESS THAN 100 THEN
			CLOSE JOUEURS-FILE
		END-IF.

	CONTROLER_ADHESION.
		*> Juniors et invites du registre jouent au club mais pas la
		*> ligue ; une echeance du jour meme est encore payee.
		MOVE ZERO TO SW_ADHERENT.
		IF REGISTRE_ABSENT THEN
			SET ADHERENT_A_JOUR TO TRUE
		ELSE
			MOVE EJ_NOM TO EM_NOM
			READ MEMBRES-FILE
				INVALID KEY CONTINUE
				NOT INVALID KEY
					IF EM_TITULAIRE AND EM_PAYE_JUSQU_AU IS NOT LESS THAN DATE_DU_JOUR THEN
						SET ADHERENT_A_JOUR TO TRUE
					END-IF
			END-READ
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

	ECRIRE_CALENDRIER.
		MOVE ZERO TO NUM_FIXTURE.
		OPEN OUTPUT CALENDRIER-FILE.
		IF FS_CALENDRIER IS NOT EQUAL TO "00" THEN
			DISPLAY "CALENDRIER.DAT inutilisable (statut " FS_CALENDRIER "), calendrier non ecrit."
		ELSE
			PERFORM VARYING IDX_INS FROM 1 BY 1 UNTIL IDX_INS > NB_INSCRITS
				PERFORM VARYING JDX_INS FROM 1 BY 1 UNTIL JDX_INS > NB_INSCRITS
					IF JDX_INS IS GREATER THAN IDX_INS THEN
						MOVE INS_NOM(IDX_INS) TO EF_NOM_A
						MOVE INS_NOM(JDX_INS) TO EF_NOM_B
						PERFORM ECRIRE_UNE_FIXTURE
						IF CALENDRIER_ALLER_RETOUR THEN
							MOVE INS_NOM(JDX_INS) TO EF_NOM_A
							MOVE INS_NOM(IDX_INS) TO EF_NOM_B
							PERFORM ECRIRE_UNE_FIXTURE
						END-IF
					END-IF
				END-PERFORM
			END-PERFORM
			CLOSE CALENDRIER-FILE
		END-IF.

	ECRIRE_UNE_FIXTURE.
		ADD 1 TO NUM_FIXTURE.
