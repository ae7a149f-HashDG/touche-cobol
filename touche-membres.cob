IDENTIFICATION DIVISION.
	PROGRAM-ID. Touche-Membres.
	DATE-WRITTEN. 15/10/2026.
	AUTHOR. Hippolyte Damay--Glorieux.
	REMARKS. "Transaction du secretariat sur le registre des adherents MEMBRES.DAT, cle sur le nom du palmares : parcours avec l'etat de la cotisation, inscription (titulaire, junior ou invite), modification du type, de l'echeance et du contact, suppression. Un titulaire ou junior inscrit sort de la liste des invites INVITES.DAT. Le registre sert aux tirages de Touche-Ligue, a l'alerte du jeu et a l'etat Touche-Renouv".
ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		*>--------------------------------------------------------------
		*>	Registre des adherents, le fichier administre ici
		*>--------------------------------------------------------------
		SELECT MEMBRES-FILE ASSIGN TO "MEMBRES.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EM_NOM
			FILE STATUS IS FS_MEMBRES.
		*>--------------------------------------------------------------
		*>	Liste des invites tenue par Touche-Import : joueurs d'un
		*>	club voisin qui ont un palmares sans etre du club
		*>--------------------------------------------------------------
		SELECT INVITES-FILE ASSIGN TO "INVITES.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_INVITES.
		SELECT TRAVAIL-INVITES-FILE ASSIGN TO "INVITES.TMP"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_TRAV_INV.
DATA DIVISION.
	FILE SECTION.
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
	FD	INVITES-FILE.
	01	ENR_INVITE.
		05	EI_NOM			PIC X(20).
		05	EI_DATE			PIC X(8).
	FD	TRAVAIL-INVITES-FILE.
	01	ENR_TRAV_INVITE		PIC X(28).
	WORKING-STORAGE SECTION.
		77	FS_MEMBRES				PIC XX.
		*>--------------------------------------------------------------
		*>	Invites d'un club voisin : la liste est recopiee dans
		*>	INVITES.TMP sans le nom d'un visiteur devenu adherent, puis
		*>	rechargee de la dans INVITES.DAT
		*>--------------------------------------------------------------
		77	FS_INVITES				PIC XX.
		77	FS_TRAV_INV				PIC XX.
		77	SW_INVITE				PIC 9.
			88	EST_INVITE				VALUE 1.
		*>--------------------------------------------------------------
		*>	Menu de la transaction et zones de saisie des ecrans
		*>--------------------------------------------------------------
		77	CHOIX_MENU				PIC 9		VALUE 0.
			88	MENU_PARCOURIR				VALUE 1.
			88	MENU_INSCRIRE				VALUE 2.
			88	MENU_MODIFIER				VALUE 3.
			88	MENU_SUPPRIMER				VALUE 4.
			88	MENU_FIN				VALUE 9.
		01	SAISIE_MEMBRE.
			02	MBR_NOM				PIC X(20).
			02	MBR_TYPE			PIC X.
			02	MBR_DATE_ADHESION		PIC X(8).
			02	MBR_PAYE_JUSQU_AU		PIC X(8).
			02	MBR_CONTACT			PIC X(40).
			02	MBR_CONFIRMATION		PIC X.
				88	MBR_CONFIRME				VALUE "O" "o".
			02	MBR_PAUSE			PIC X.
		*>--------------------------------------------------------------
		*>	Controle de la fiche saisie avant ecriture : le type est
		*>	ramene en majuscule, les dates doivent etre des dates du
		*>	calendrier ; l'echeance n'est exigee que des cotisants
		*>--------------------------------------------------------------
		77	SW_FICHE				PIC 9.
			88	FICHE_VALIDE				VALUE 1.
			88	FICHE_REFUSEE				VALUE 0.
		77	DATE_A_CONTROLER			PIC X(8).
		77	SW_DATE					PIC 9.
			88	DATE_VALIDE				VALUE 1.
			88	DATE_INVALIDE				VALUE 0.
		77	ANNEE_ECHEANCE				PIC 9(4).
		77	DATE_NUMERIQUE				PIC 9(8).
		77	DATE_DU_JOUR				PIC X(8).
		77	NB_LUS					PIC 9(05).
		77	NB_ECHUS				PIC 9(05).
		77	ETAT_COTISATION				PIC X(14).
	SCREEN SECTION.
		01	PLS_MBR_MENU.
			02 BLANK SCREEN.
			02 LINE 1  COL 10	VALUE	"REGISTRE DES ADHERENTS MEMBRES.DAT".
			02 LINE 3  COL 3	VALUE	"1 = Parcourir les adherents".
			02 LINE 4  COL 3	VALUE	"2 = Inscrire un adherent".
			02 LINE 5  COL 3	VALUE	"3 = Modifier un adherent (renouvellement)".
			02 LINE 6  COL 3	VALUE	"4 = Supprimer un adherent".
			02 LINE 7  COL 3	VALUE	"9 = Fin".
			02 LINE 9  COL 3	VALUE	"Votre choix :".
			02 LINE 9  COL 17	PIC 9 TO CHOIX_MENU REQUIRED.

		01	PLS_MBR_NOM.
			02 BLANK SCREEN.
			02 LINE 3 COL 3		VALUE	"Nom au palmares       :".
			02 LINE 3 COL 27	PIC X(20) TO MBR_NOM REQUIRED.

		*> Meme ecran pour l'inscription et la modification : la fiche
		*> est presentee remplie (date du jour et echeance a un an pour
		*> une inscription), le secretaire ne retape que ce qui change.
		01	PLS_MBR_FICHE.
			02 LINE 5 COL 3		VALUE	"Type (T=titulaire, J=junior, I=invite) :".
			02 LINE 5 COL 45	PIC X USING MBR_TYPE REQUIRED.
			02 LINE 6 COL 3		VALUE	"Adhesion (AAAAMMJJ)   :".
			02 LINE 6 COL 27	PIC X(8) USING MBR_DATE_ADHESION REQUIRED.
			02 LINE 7 COL 3		VALUE	"Paye jusqu'au (AAAAMMJJ) :".
			02 LINE 7 COL 30	PIC X(8) USING MBR_PAYE_JUSQU_AU.
			02 LINE 8 COL 3		VALUE	"Contact               :".
			02 LINE 8 COL 27	PIC X(40) USING MBR_CONTACT.

		01	PLS_MBR_CONFIRMER.
			02 LINE 10 COL 3	VALUE	"Confirmer ? (O/N)".
			02 LINE 10 COL 21	PIC X TO MBR_CONFIRMATION.

		01	PLS_MBR_PAUSE.
			02 LINE 24 COL 3	VALUE	"Appuyez sur Entree pour continuer".
			02 LINE 24 COL 38	PIC X TO MBR_PAUSE.
PROCEDURE DIVISION.
	PERFORM OUVRIR_REGISTRE.
	PERFORM TEST BEFORE UNTIL MENU_FIN
		ACCEPT PLS_MBR_MENU
		EVALUATE TRUE
			WHEN MENU_PARCOURIR
				PERFORM PARCOURIR_MEMBRES
			WHEN MENU_INSCRIRE
				PERFORM INSCRIRE_MEMBRE
			WHEN MENU_MODIFIER
				PERFORM MODIFIER_MEMBRE
			WHEN MENU_SUPPRIMER
				PERFORM SUPPRIMER_MEMBRE
			WHEN MENU_FIN
				CONTINUE
			WHEN OTHER
				CONTINUE
		END-EVALUATE
	END-PERFORM.
	CLOSE MEMBRES-FILE.
	STOP RUN.

	OUVRIR_REGISTRE.
		*> Meme amorcage que le fichier maitre dans Touche-Admin : un
		*> registre absent est cree vide a la premiere utilisation.
		OPEN I-O MEMBRES-FILE.
		IF FS_MEMBRES IS EQUAL TO "35" THEN
			OPEN OUTPUT MEMBRES-FILE
			CLOSE MEMBRES-FILE
			OPEN I-O MEMBRES-FILE
		END-IF.
		IF FS_MEMBRES IS NOT EQUAL TO "00" THEN
			DISPLAY "MEMBRES.DAT inutilisable (statut " FS_MEMBRES ")."
			STOP RUN
		END-IF.

	PARCOURIR_MEMBRES.
		*> Liste dans l'ordre de la cle avec l'etat de la cotisation
		*> au jour de la consultation ; un invite ne cotise pas.
		ACCEPT DATE_DU_JOUR FROM DATE YYYYMMDD.
		MOVE ZERO TO NB_LUS.
		MOVE ZERO TO NB_ECHUS.
		MOVE LOW-VALUES TO EM_NOM.
		START MEMBRES-FILE KEY IS NOT LESS THAN EM_NOM
			INVALID KEY MOVE "10" TO FS_MEMBRES
		END-START.
		DISPLAY " ".
		DISPLAY "===== Adherents dans l'ordre de la cle =====".
		PERFORM TEST BEFORE UNTIL FS_MEMBRES IS NOT EQUAL TO "00"
			READ MEMBRES-FILE NEXT
				AT END CONTINUE
				NOT AT END
					ADD 1 TO NB_LUS
					PERFORM ETABLIR_ETAT_COTISATION
					DISPLAY "  [" EM_NOM "] " EM_TYPE " adhesion " EM_DATE_ADHESION(7:2) "/" EM_DATE_ADHESION(5:2) "/" EM_DATE_ADHESION(1:4) ", paye jusqu'au " EM_PAYE_JUSQU_AU(7:2) "/" EM_PAYE_JUSQU_AU(5:2) "/" EM_PAYE_JUSQU_AU(1:4) " " ETAT_COTISATION " " EM_CONTACT
			END-READ
		END-PERFORM.
		DISPLAY NB_LUS " adherent(s) au registre, dont " NB_ECHUS " cotisation(s) echue(s).".
		MOVE "00" TO FS_MEMBRES.
		ACCEPT PLS_MBR_PAUSE.

	ETABLIR_ETAT_COTISATION.
		*> Les dates AAAAMMJJ se comparent comme des chaines : une
		*> echeance anterieure au jour (ou absente) est echue.
		EVALUATE TRUE
			WHEN EM_INVITE
				MOVE "INVITE" TO ETAT_COTISATION
			WHEN EM_PAYE_JUSQU_AU IS LESS THAN DATE_DU_JOUR
				MOVE "ECHUE" TO ETAT_COTISATION
				ADD 1 TO NB_ECHUS
			WHEN OTHER
				MOVE "A JOUR" TO ETAT_COTISATION
		END-EVALUATE.

	INSCRIRE_MEMBRE.
		*> La fiche est proposee avec l'adhesion du jour et une
		*> echeance a un an, le cas courant d'une cotisation annuelle.
		ACCEPT PLS_MBR_NOM.
		MOVE MBR_NOM TO EM_NOM.
		READ MEMBRES-FILE
			INVALID KEY
				IF MBR_NOM IS EQUAL TO "Ordinateur" THEN
					DISPLAY "L'Ordinateur n'est pas un adherent."
				ELSE
					ACCEPT DATE_DU_JOUR FROM DATE YYYYMMDD
					MOVE "T" TO MBR_TYPE
					MOVE DATE_DU_JOUR TO MBR_DATE_ADHESION
					MOVE DATE_DU_JOUR TO MBR_PAYE_JUSQU_AU
					MOVE DATE_DU_JOUR(1:4) TO ANNEE_ECHEANCE
					ADD 1 TO ANNEE_ECHEANCE
					MOVE ANNEE_ECHEANCE TO MBR_PAYE_JUSQU_AU(1:4)
					IF MBR_PAYE_JUSQU_AU(5:4) IS EQUAL TO "0229" THEN
						MOVE "0228" TO MBR_PAYE_JUSQU_AU(5:4)
					END-IF
					MOVE SPACES TO MBR_CONTACT
					ACCEPT PLS_MBR_FICHE
					PERFORM CONTROLER_FICHE
					IF FICHE_VALIDE THEN
						MOVE SPACE TO MBR_CONFIRMATION
						ACCEPT PLS_MBR_CONFIRMER
						IF MBR_CONFIRME THEN
							PERFORM ECRIRE_MEMBRE
						END-IF
					END-IF
				END-IF
			NOT INVALID KEY
				DISPLAY "[" MBR_NOM "] est deja inscrit : passer par la modification."
		END-READ.
		ACCEPT PLS_MBR_PAUSE.

	ECRIRE_MEMBRE.
		PERFORM REPORTER_FICHE.
		WRITE ENR_MEMBRE
			INVALID KEY
				DISPLAY "Ecriture impossible (statut " FS_MEMBRES ")."
			NOT INVALID KEY
				DISPLAY "[" MBR_NOM "] inscrit."
				IF NOT EM_INVITE THEN
					PERFORM RETIRER_DES_INVITES
				END-IF
		END-WRITE.

	MODIFIER_MEMBRE.
		*> Renouvellement de la cotisation, changement de type (un
		*> junior devenu titulaire) ou de contact ; le nom est la cle,
		*> il se corrige en supprimant puis en reinscrivant.
		ACCEPT PLS_MBR_NOM.
		MOVE MBR_NOM TO EM_NOM.
		READ MEMBRES-FILE
			INVALID KEY
				DISPLAY "Adherent [" MBR_NOM "] inconnu."
			NOT INVALID KEY
				MOVE EM_TYPE TO MBR_TYPE
				MOVE EM_DATE_ADHESION TO MBR_DATE_ADHESION
				MOVE EM_PAYE_JUSQU_AU TO MBR_PAYE_JUSQU_AU
				MOVE EM_CONTACT TO MBR_CONTACT
				ACCEPT PLS_MBR_FICHE
				PERFORM CONTROLER_FICHE
				IF FICHE_VALIDE THEN
					MOVE SPACE TO MBR_CONFIRMATION
					ACCEPT PLS_MBR_CONFIRMER
					IF MBR_CONFIRME THEN
						PERFORM REPORTER_FICHE
						REWRITE ENR_MEMBRE
							INVALID KEY
								DISPLAY "Reecriture impossible (statut " FS_MEMBRES ")."
							NOT INVALID KEY
								DISPLAY "[" MBR_NOM "] mis a jour."
								IF NOT EM_INVITE THEN
									PERFORM RETIRER_DES_INVITES
								END-IF
						END-REWRITE
					END-IF
				END-IF
		END-READ.
		ACCEPT PLS_MBR_PAUSE.

	SUPPRIMER_MEMBRE.
		*> Retirer un adherent du registre ne touche pas au palmares :
		*> ses parties restent, il ne sera simplement plus tire au sort.
		ACCEPT PLS_MBR_NOM.
		MOVE MBR_NOM TO EM_NOM.
		READ MEMBRES-FILE
			INVALID KEY
				DISPLAY "Adherent [" MBR_NOM "] inconnu."
			NOT INVALID KEY
				DISPLAY "[" EM_NOM "] type " EM_TYPE ", paye jusqu'au " EM_PAYE_JUSQU_AU(7:2) "/" EM_PAYE_JUSQU_AU(5:2) "/" EM_PAYE_JUSQU_AU(1:4)
				MOVE SPACE TO MBR_CONFIRMATION
				ACCEPT PLS_MBR_CONFIRMER
				IF MBR_CONFIRME THEN
					DELETE MEMBRES-FILE
						INVALID KEY
							DISPLAY "Suppression impossible (statut " FS_MEMBRES ")."
						NOT INVALID KEY
							DISPLAY "[" MBR_NOM "] supprime du registre."
					END-DELETE
				END-IF
		END-READ.
		ACCEPT PLS_MBR_PAUSE.

	CONTROLER_FICHE.
		*> Type connu, adhesion datee, echeance datee pour un titulaire
		*> ou un junior ; un invite peut n'avoir aucune echeance.
		SET FICHE_VALIDE TO TRUE.
		INSPECT MBR_TYPE CONVERTING "tji" TO "TJI".
		IF MBR_TYPE IS NOT EQUAL TO "T" AND MBR_TYPE IS NOT EQUAL TO "J" AND MBR_TYPE IS NOT EQUAL TO "I" THEN
			DISPLAY "Type [" MBR_TYPE "] inconnu : T, J ou I."
			SET FICHE_REFUSEE TO TRUE
		END-IF.
		MOVE MBR_DATE_ADHESION TO DATE_A_CONTROLER.
		PERFORM CONTROLER_DATE.
		IF DATE_INVALIDE THEN
			DISPLAY "Date d'adhesion [" MBR_DATE_ADHESION "] invalide."
			SET FICHE_REFUSEE TO TRUE
		END-IF.
		IF MBR_TYPE IS NOT EQUAL TO "I" OR MBR_PAYE_JUSQU_AU IS NOT EQUAL TO SPACES THEN
			MOVE MBR_PAYE_JUSQU_AU TO DATE_A_CONTROLER
			PERFORM CONTROLER_DATE
			IF DATE_INVALIDE THEN
				DISPLAY "Echeance [" MBR_PAYE_JUSQU_AU "] invalide."
				SET FICHE_REFUSEE TO TRUE
			END-IF
		END-IF.

	CONTROLER_DATE.
		*> Meme controle que les dates de INTERCLUB.CSV a l'import.
		SET DATE_VALIDE TO TRUE.
		IF DATE_A_CONTROLER IS NOT NUMERIC THEN
			SET DATE_INVALIDE TO TRUE
		ELSE
			MOVE DATE_A_CONTROLER TO DATE_NUMERIQUE
			IF FUNCTION TEST-DATE-YYYYMMDD(DATE_NUMERIQUE) IS NOT EQUAL TO ZERO THEN
				SET DATE_INVALIDE TO TRUE
			END-IF
		END-IF.

	REPORTER_FICHE.
		MOVE MBR_NOM TO EM_NOM.
		MOVE MBR_TYPE TO EM_TYPE.
		MOVE MBR_DATE_ADHESION TO EM_DATE_ADHESION.
		MOVE MBR_PAYE_JUSQU_AU TO EM_PAYE_JUSQU_AU.
		MOVE MBR_CONTACT TO EM_CONTACT.

	RETIRER_DES_INVITES.
		*> Un visiteur d'un club voisin qui adhere cesse d'etre un
		*> invite : sans cela Touche-Ligue et Touche-Coupe continueraient
		*> de l'ecarter. Un invite local (type I) reste ou il est. La
		*> liste passe par INVITES.TMP : tant que la copie n'est pas
		*> faite, INVITES.DAT n'est pas touche.
		MOVE ZERO TO SW_INVITE.
		OPEN INPUT INVITES-FILE.
		IF FS_INVITES IS EQUAL TO "00" THEN
			OPEN OUTPUT TRAVAIL-INVITES-FILE
			IF FS_TRAV_INV IS NOT EQUAL TO "00" THEN
				DISPLAY "INVITES.TMP inutilisable (statut " FS_TRAV_INV ") : retirer [" MBR_NOM "] a la main."
			ELSE
				PERFORM TEST BEFORE UNTIL FS_INVITES IS EQUAL TO "10"
					READ INVITES-FILE
						AT END CONTINUE
						NOT AT END
							IF EI_NOM IS EQUAL TO MBR_NOM THEN
								SET EST_INVITE TO TRUE
							ELSE
								MOVE ENR_INVITE TO ENR_TRAV_INVITE
								WRITE ENR_TRAV_INVITE
							END-IF
					END-READ
				END-PERFORM
				CLOSE TRAVAIL-INVITES-FILE
			END-IF
			CLOSE INVITES-FILE
		END-IF.
		IF EST_INVITE THEN
			OPEN INPUT TRAVAIL-INVITES-FILE
			IF FS_TRAV_INV IS NOT EQUAL TO "00" THEN
				DISPLAY "INVITES.TMP illisible (statut " FS_TRAV_INV ") : retirer [" MBR_NOM "] a la main."
			ELSE
				OPEN OUTPUT INVITES-FILE
				IF FS_INVITES IS NOT EQUAL TO "00" THEN
					DISPLAY "INVITES.DAT non reecrit (statut " FS_INVITES ") : la liste reste dans INVITES.TMP."
				ELSE
					PERFORM TEST BEFORE UNTIL FS_TRAV_INV IS EQUAL TO "10"
						READ TRAVAIL-INVITES-FILE
							AT END CONTINUE
							NOT AT END
								MOVE ENR_TRAV_INVITE TO ENR_INVITE
								WRITE ENR_INVITE
						END-READ
					END-PERFORM
					CLOSE INVITES-FILE
					DISPLAY "[" MBR_NOM "] retire de la liste des invites INVITES.DAT."
				END-IF
				CLOSE TRAVAIL-INVITES-FILE
			END-IF
		END-IF.
