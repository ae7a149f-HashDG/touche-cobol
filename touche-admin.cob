	PROGRAM-ID. Touche-Admin.
	DATE-WRITTEN. 22/08/2026.
	AUTHOR. Hippolyte Damay--Glorieux.
	REMARKS. "Transaction d'administration du fichier maitre JOUEURS.DAT : parcours des enregistrements dans l'ordre de la cle, correction d'un nom mal saisi, fusion de deux enregistrements en doublon (cumul des victoires et defaites), suppression d'un joueur retire et echelle des classements. La fiche d'adherent de MEMBRES.DAT suit le nom corrige ou fusionne. L'echelle est aussi editee dans l'etat pagine ECHELLE.RPT pour l'affichage au club".
ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT RAPPORT-FILE ASSIGN TO "ECHELLE.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_RAPPORT.
		*>--------------------------------------------------------------
		*>	Liste des invites tenue par Touche-Import : joueurs d'un
		*>	club voisin qui ont un palmares sans etre du club
		*>--------------------------------------------------------------
		SELECT INVITES-FILE ASSIGN TO "INVITES.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_INVITES.
		*>--------------------------------------------------------------
		*>	Registre des adherents tenu par Touche-Membres, sous le
		*>	meme nom que le palmares : la fiche suit le joueur renomme
		*>	ou fusionne
		*>--------------------------------------------------------------
		SELECT MEMBRES-FILE ASSIGN TO "MEMBRES.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EM_NOM
			FILE STATUS IS FS_MEMBRES.
DATA DIVISION.
	FILE SECTION.
	FD	JOUEURS-FILE.
		05	EJ_CLASSEMENT		PIC 9(04).
	FD	RAPPORT-FILE.
	01	ENR_RAPPORT			PIC X(132).
	FD	INVITES-FILE.
	01	ENR_INVITE.
		05	EI_NOM			PIC X(20).
		05	EI_DATE			PIC X(8).
	FD	MEMBRES-FILE.
	01	ENR_MEMBRE.
		05	EM_NOM			PIC X(20).
		05	EM_TYPE			PIC X.
		05	EM_DATE_ADHESION	PIC X(8).
		05	EM_PAYE_JUSQU_AU	PIC X(8).
		05	EM_CONTACT		PIC X(40).
	WORKING-STORAGE SECTION.
		77	FS_JOUEURS				PIC XX.
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
		*>	Menu de la transaction et zones de saisie des ecrans
		*>--------------------------------------------------------------
		77	CHOIX_MENU				PIC 9		VALUE 0.
			02	JR_CLASSEMENT			PIC 9(04).
		77	NB_LUS					PIC 9(05).
		*>--------------------------------------------------------------
		*>	Fiche d'adherent a reporter sous le nouveau nom : registre
		*>	ouvert ou non (absent, il n'y a rien a suivre), et refus
		*>	d'un renommage vers un nom deja inscrit
		*>--------------------------------------------------------------
		77	FS_MEMBRES				PIC XX.
		77	SW_REGISTRE				PIC 9.
			88	REGISTRE_OUVERT				VALUE 1.
			88	REGISTRE_ABSENT				VALUE 2.
		77	SW_RENOMMAGE				PIC 9.
			88	RENOMMAGE_REFUSE			VALUE 1.
		77	NOM_ADH_QUITTE				PIC X(20).
		77	NOM_ADH_GARDE				PIC X(20).
		*>--------------------------------------------------------------
		*>	Echelle des classements : tous les joueurs tries du
		*>	classement le plus haut au plus bas
		*>--------------------------------------------------------------
		ACCEPT PLS_ADM_PAUSE.

	REMPLACER_CLE.
		*> La fiche d'adherent suit le palmares : sans elle, Touche-Ligue
		*> ecarterait du tirage un membre a jour de sa cotisation. Un
		*> nouveau nom deja inscrit au registre est refuse avant que
		*> JOUEURS.DAT ne soit touche.
		MOVE ZERO TO SW_RENOMMAGE.
		PERFORM OUVRIR_REGISTRE.
		IF REGISTRE_OUVERT THEN
			MOVE ADM_NOM_NOUVEAU TO EM_NOM
			READ MEMBRES-FILE
				INVALID KEY CONTINUE
				NOT INVALID KEY
					DISPLAY "Le nom [" ADM_NOM_NOUVEAU "] est deja inscrit au registre des adherents."
					SET RENOMMAGE_REFUSE TO TRUE
			END-READ
		END-IF.
		IF NOT REGISTRE_OUVERT AND NOT REGISTRE_ABSENT THEN
			SET RENOMMAGE_REFUSE TO TRUE
		END-IF.
		IF NOT RENOMMAGE_REFUSE THEN
			MOVE ADM_NOM_NOUVEAU TO EJ_NOM
			MOVE JR_VICTOIRES TO EJ_VICTOIRES
			MOVE JR_DEFAITES TO EJ_DEFAITES
			MOVE JR_CLASSEMENT TO EJ_CLASSEMENT
			WRITE ENR_JOUEUR
				INVALID KEY
					DISPLAY "Ecriture impossible (statut " FS_JOUEURS ")."
				NOT INVALID KEY
					MOVE ADM_NOM_ANCIEN TO EJ_NOM
					DELETE JOUEURS-FILE
						INVALID KEY
							DISPLAY "Suppression de l'ancien nom impossible (statut " FS_JOUEURS ")."
						NOT INVALID KEY
							DISPLAY "[" ADM_NOM_ANCIEN "] renomme en [" ADM_NOM_NOUVEAU "]."
							IF REGISTRE_OUVERT THEN
								MOVE ADM_NOM_ANCIEN TO NOM_ADH_QUITTE
								MOVE ADM_NOM_NOUVEAU TO NOM_ADH_GARDE
								PERFORM REPORTER_ADHESION
							END-IF
					END-DELETE
			END-WRITE
		END-IF.
		IF REGISTRE_OUVERT THEN
			CLOSE MEMBRES-FILE
		END-IF.

	OUVRIR_REGISTRE.
		*> Pas encore de registre : rien a suivre. Un registre present
		*> mais illisible bloque l'operation, la fiche resterait sinon
		*> sous l'ancien nom.
		MOVE ZERO TO SW_REGISTRE.
		OPEN I-O MEMBRES-FILE.
		EVALUATE FS_MEMBRES
			WHEN "00"
				SET REGISTRE_OUVERT TO TRUE
			WHEN "35"
				SET REGISTRE_ABSENT TO TRUE
			WHEN OTHER
				DISPLAY "MEMBRES.DAT inutilisable (statut " FS_MEMBRES "), operation refusee."
		END-EVALUATE.

	REPORTER_ADHESION.
		*> La fiche est reecrite sous le nom garde puis supprimee sous
		*> le nom quitte, comme la cle du palmares.
		MOVE NOM_ADH_QUITTE TO EM_NOM.
		READ MEMBRES-FILE
			INVALID KEY CONTINUE
			NOT INVALID KEY
				MOVE NOM_ADH_GARDE TO EM_NOM
				WRITE ENR_MEMBRE
					INVALID KEY
						DISPLAY "Fiche d'adherent non reportee (statut " FS_MEMBRES ")."
					NOT INVALID KEY
						MOVE NOM_ADH_QUITTE TO EM_NOM
						DELETE MEMBRES-FILE
							INVALID KEY
								DISPLAY "Ancienne fiche d'adherent non supprimee (statut " FS_MEMBRES ")."
							NOT INVALID KEY
								DISPLAY "Fiche d'adherent reportee sous [" NOM_ADH_GARDE "]."
						END-DELETE
				END-WRITE
		END-READ.

	FUSIONNER_JOUEURS.
		*> Fusion de deux doublons : les compteurs du joueur absorbe
	APPLIQUER_FUSION.
		*> Les compteurs s'additionnent ; le classement, lui, ne
		*> s'additionne pas : deux doublons sont le meme joueur, on
		*> garde le meilleur des deux classements. Un registre des
		*> adherents illisible bloque la fusion, comme le renommage.
		PERFORM OUVRIR_REGISTRE.
		IF REGISTRE_OUVERT OR REGISTRE_ABSENT THEN
			ADD JR_VICTOIRES TO EJ_VICTOIRES
			ADD JR_DEFAITES TO EJ_DEFAITES
			IF JR_CLASSEMENT IS GREATER THAN EJ_CLASSEMENT THEN
				MOVE JR_CLASSEMENT TO EJ_CLASSEMENT
			END-IF
			REWRITE ENR_JOUEUR
				INVALID KEY
					DISPLAY "Reecriture impossible (statut " FS_JOUEURS ")."
				NOT INVALID KEY
					MOVE ADM_NOM_SOURCE TO EJ_NOM
					DELETE JOUEURS-FILE
						INVALID KEY
							DISPLAY "Suppression de l'absorbe impossible (statut " FS_JOUEURS ")."
						NOT INVALID KEY
							DISPLAY "[" ADM_NOM_SOURCE "] fusionne dans [" ADM_NOM_CIBLE "]."
							IF REGISTRE_OUVERT THEN
								PERFORM FUSIONNER_ADHESIONS
							END-IF
					END-DELETE
			END-REWRITE
		END-IF.
		IF REGISTRE_OUVERT THEN
			CLOSE MEMBRES-FILE
		END-IF.

	FUSIONNER_ADHESIONS.
		*> Le joueur conserve deja inscrit garde sa fiche et celle de
		*> l'absorbe disparait ; sinon la fiche de l'absorbe, s'il en a
		*> une, passe sous le nom conserve.
		MOVE ADM_NOM_CIBLE TO EM_NOM.
		READ MEMBRES-FILE
			INVALID KEY
				MOVE ADM_NOM_SOURCE TO NOM_ADH_QUITTE
				MOVE ADM_NOM_CIBLE TO NOM_ADH_GARDE
				PERFORM REPORTER_ADHESION
			NOT INVALID KEY
				MOVE ADM_NOM_SOURCE TO EM_NOM
				DELETE MEMBRES-FILE
					INVALID KEY CONTINUE
					NOT INVALID KEY
						DISPLAY "Fiche d'adherent de [" ADM_NOM_SOURCE "] retiree."
				END-DELETE
		END-READ.

	SUPPRIMER_JOUEUR.
		ACCEPT PLS_ADM_SUPPRIMER.

	AFFICHER_ECHELLE.
		*> Charge tous les joueurs puis les trie du classement le plus
		*> haut au plus bas par echanges successifs. Les invites d'un
		*> club voisin ont un palmares mais pas de place a l'echelle.
		PERFORM CHARGER_INVITES.
		MOVE ZERO TO NB_ECH.
		MOVE LOW-VALUES TO EJ_NOM.
		START JOUEURS-FILE KEY IS NOT LESS THAN EJ_NOM
			READ JOUEURS-FILE NEXT
				AT END CONTINUE
				NOT AT END
					PERFORM RECONNAITRE_INVITE
					IF NB_ECH IS LESS THAN 100 AND NOT EST_INVITE THEN
						ADD 1 TO NB_ECH
						MOVE EJ_NOM TO ECH_NOM(NB_ECH)
						IF EJ_CLASSEMENT IS NUMERIC THEN
		PERFORM CLORE_RAPPORT.
		ACCEPT PLS_ADM_PAUSE.

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

	OUVRIR_RAPPORT.
		*> L'etat est recree a chaque edition de l'echelle : c'est la
		*> photographie du jour, a epingler au local du club.
