IDENTIFICATION DIVISION.
	PROGRAM-ID. Touche-Arbitre.
	DATE-WRITTEN. 15/10/2026.
	AUTHOR. Hippolyte Damay--Glorieux.
	REMARKS. "Transaction de l'arbitre pour un resultat conteste : manche retrouvee par numero d'archive ou par date et joueurs, annulee ou inversee sur motif obligatoire. Chaque decision est tracee dans CORRECTIONS.DAT (qui, quand, ancienne et nouvelle valeur) ; JOUEURS.DAT est corrige (compteurs, points), les rencontres de CALENDRIER.DAT et COUPE.DAT (qualification comprise) reouvertes ou repointees. HISTORIQUE.DAT n'est jamais reecrit : les batches relisent les corrections".
ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		*>--------------------------------------------------------------
		*>	Palmares des joueurs, corrige en place
		*>--------------------------------------------------------------
		SELECT JOUEURS-FILE ASSIGN TO "JOUEURS.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EJ_NOM
			FILE STATUS IS FS_JOUEURS.
		*>--------------------------------------------------------------
		*>	Historique permanent des resultats, lu en entree seulement :
		*>	il reste tel que le jeu l'a ecrit, les corrections vivent a
		*>	cote
		*>--------------------------------------------------------------
		SELECT HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_HISTORIQUE.
		*>--------------------------------------------------------------
		*>	Archive cumulative des journaux : ses entetes donnent le
		*>	numero de partie, la date et les joueurs de chaque manche
		*>--------------------------------------------------------------
		SELECT ARCHIVE-JOURNAL-FILE ASSIGN TO "ARCHJRN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_ARCHJRN.
		*>--------------------------------------------------------------
		*>	Calendrier de la ligue : la rencontre pointee par la manche
		*>	corrigee est reouverte ou repointee, par recopie via le
		*>	meme fichier de travail que le jeu
		*>--------------------------------------------------------------
		SELECT CALENDRIER-FILE ASSIGN TO "CALENDRIER.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_CALENDRIER.
		SELECT TRAVAIL-CALENDRIER-FILE ASSIGN TO "CALEND.TMP"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_TRAV_CAL.
		*>--------------------------------------------------------------
		*>	Tableau de la coupe : la rencontre pointee par la manche
		*>	corrigee est reouverte ou repointee, et la qualification
		*>	au tour suivant defaite ou reportee, via COUPE.TMP comme
		*>	au pointage par le jeu
		*>--------------------------------------------------------------
		SELECT COUPE-FILE ASSIGN TO "COUPE.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_COUPE.
		SELECT TRAVAIL-COUPE-FILE ASSIGN TO "COUPE.TMP"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_TRAV_CPE.
		*>--------------------------------------------------------------
		*>	Trace des decisions d'arbitrage : un enregistrement ajoute
		*>	par correction, jamais reecrit ni purge
		*>--------------------------------------------------------------
		SELECT CORRECTIONS-FILE ASSIGN TO "CORRECTIONS.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_CORRECTIONS.
DATA DIVISION.
	FILE SECTION.
	FD	JOUEURS-FILE.
	01	ENR_JOUEUR.
		05	EJ_NOM			PIC X(20).
		05	EJ_VICTOIRES		PIC 9(05).
		05	EJ_DEFAITES		PIC 9(05).
		05	EJ_CLASSEMENT		PIC 9(04).
	FD	HISTORIQUE-FILE.
	01	ENR_HISTORIQUE.
		05	EH_DATE			PIC X(8).
		05	EH_MODE_JOUEURS		PIC 9.
		05	EH_NOM_J1		PIC X(20).
		05	EH_NOM_J2		PIC X(20).
		05	EH_NOM_J3		PIC X(20).
		05	EH_NOM_J4		PIC X(20).
		05	EH_NOM_GAGNANT		PIC X(20).
		05	EH_TIRS_J1		PIC 999.
		05	EH_TOUCHES_J1		PIC 99.
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
			88	EAJ_TYPE_ENTETE			VALUE "E".
			88	EAJ_TYPE_TIR			VALUE "T".
		05	EAJ_MATCH		PIC 9(05).
		05	EAJ_ENTETE.
			10	EAJ_DATE		PIC X(8).
			10	EAJ_NOM_J1		PIC X(20).
			10	EAJ_NOM_J2		PIC X(20).
			10	EAJ_NOM_J3		PIC X(20).
			10	EAJ_NOM_J4		PIC X(20).
		05	EAJ_TIR	REDEFINES EAJ_ENTETE.
			10	EAJ_MANCHE		PIC 99.
			10	EAJ_NOM			PIC X(20).
			10	EAJ_X			PIC 99.
			10	EAJ_Y			PIC 99.
			10	EAJ_RESULTAT		PIC X(7).
			10	EAJ_HEURE		PIC X(6).
			10	FILLER			PIC X(49).
	FD	CALENDRIER-FILE.
	01	ENR_FIXTURE.
		05	EF_NUMERO		PIC 9(04).
		05	EF_NOM_A		PIC X(20).
		05	EF_NOM_B		PIC X(20).
		05	EF_ETAT			PIC X.
			88	EF_PREVU			VALUE "P".
			88	EF_JOUE				VALUE "J".
		05	EF_DATE_JOUEE		PIC X(8).
		05	EF_NOM_GAGNANT		PIC X(20).
	FD	TRAVAIL-CALENDRIER-FILE.
	01	ENR_TRAV_CAL			PIC X(73).
	FD	COUPE-FILE.
	01	ENR_COUPE.
		05	ECU_TOUR		PIC 99.
		05	ECU_RENCONTRE		PIC 99.
		05	ECU_TETE_A		PIC 999.
		05	ECU_NOM_A		PIC X(20).
		05	ECU_TETE_B		PIC 999.
		05	ECU_NOM_B		PIC X(20).
		05	ECU_ETAT		PIC X.
			88	ECU_EN_ATTENTE			VALUE "A".
			88	ECU_PREVUE			VALUE "P".
			88	ECU_JOUEE			VALUE "J".
			88	ECU_EXEMPT			VALUE "E".
		05	ECU_DATE_JOUEE		PIC X(8).
		05	ECU_NOM_GAGNANT		PIC X(20).
	FD	TRAVAIL-COUPE-FILE.
	01	ENR_TRAV_CPE			PIC X(79).
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
			88	ECO_ANNULATION			VALUE "A".
			88	ECO_INVERSION			VALUE "I".
		05	ECO_ANCIEN_GAGNANT	PIC X(20).
		05	ECO_NOUVEAU_GAGNANT	PIC X(20).
		05	ECO_MOTIF		PIC X(40).
	WORKING-STORAGE SECTION.
		77	FS_JOUEURS				PIC XX.
		77	FS_HISTORIQUE				PIC XX.
		77	FS_ARCHJRN				PIC XX.
		77	FS_CALENDRIER				PIC XX.
		77	FS_TRAV_CAL				PIC XX.
		77	FS_COUPE				PIC XX.
		77	FS_TRAV_CPE				PIC XX.
		77	FS_CORRECTIONS				PIC XX.
		77	SW_CORRECTION				PIC 9.
			88	CORRECTION_ECRITE			VALUE 1.
		77	DATE_DU_JOUR				PIC X(8).
		77	HEURE_DU_JOUR				PIC X(8).
		*>--------------------------------------------------------------
		*>	Menu de la transaction et zones de saisie des ecrans
		*>--------------------------------------------------------------
		77	CHOIX_MENU				PIC 9		VALUE 0.
			88	MENU_PAR_ARCHIVE			VALUE 1.
			88	MENU_PAR_DATE				VALUE 2.
			88	MENU_FIN				VALUE 9.
		01	SAISIE_ARBITRE.
			02	ARB_NUM_ARCHIVE			PIC 9(05).
			02	ARB_DATE			PIC X(8).
			02	ARB_NOM_A			PIC X(20).
			02	ARB_NOM_B			PIC X(20).
			02	ARB_CHOIX_MANCHE		PIC 99.
			02	ARB_OPERATION			PIC X.
				88	ARB_ANNULER				VALUE "A" "a".
				88	ARB_INVERSER				VALUE "I" "i".
			02	ARB_MOTIF			PIC X(40).
			02	ARB_ARBITRE			PIC X(20).
			02	ARB_CONFIRMATION		PIC X.
				88	ARB_CONFIRME				VALUE "O" "o".
			02	ARB_PAUSE			PIC X.
		*>--------------------------------------------------------------
		*>	La manche contestee : son identite dans l'historique (date,
		*>	capitaines, rang de la paire dans la journee, puisque deux
		*>	memes joueurs peuvent se rencontrer plusieurs fois le meme
		*>	jour), son numero d'archive s'il est connu, et son resultat
		*>	en vigueur compte tenu des corrections deja passees
		*>--------------------------------------------------------------
		01	MANCHE_RETENUE.
			02	MR_NUM_ARCHIVE			PIC 9(05).
			02	MR_DATE				PIC X(8).
			02	MR_MODE_JOUEURS			PIC 9.
				88	MR_MODE_DUO				VALUE 2.
				88	MR_MODE_EQUIPES				VALUE 4.
			02	MR_NOM_J1			PIC X(20).
			02	MR_NOM_J2			PIC X(20).
			02	MR_NOM_J3			PIC X(20).
			02	MR_NOM_J4			PIC X(20).
			02	MR_RANG				PIC 99.
			02	MR_GAGNANT			PIC X(20).
			02	MR_NOUVEAU_GAGNANT		PIC X(20).
			02	MR_ANNULEE			PIC 9.
				88	MR_EST_ANNULEE				VALUE 1.
		77	SW_MANCHE_TROUVEE			PIC 9.
			88	MANCHE_TROUVEE				VALUE 1.
		77	NB_VUES					PIC 99.
		77	HEURE_PREMIER_TIR			PIC X(6).
		*>--------------------------------------------------------------
		*>	Manches du jour entre les deux joueurs saisis, dans un sens
		*>	ou dans l'autre, proposees au choix de l'arbitre
		*>--------------------------------------------------------------
		01	MANCHES_DU_JOUR.
			05	MJ_ENTREE			OCCURS 20 TIMES.
				10	MJ_NOM_J1		PIC X(20).
				10	MJ_NOM_J2		PIC X(20).
				10	MJ_RANG			PIC 99.
		77	NB_MJ					PIC 99		VALUE 0.
		77	NB_SENS_AB				PIC 99.
		77	NB_SENS_BA				PIC 99.
		*>--------------------------------------------------------------
		*>	Retrait et rejeu des resultats au palmares : la paire en
		*>	cours (gagnant, perdant) et l'echange de points avec le
		*>	bareme du jeu (16 points a egalite, ajuste de l'ecart par
		*>	tranche de 25, borne de 1 a 31)
		*>--------------------------------------------------------------
		77	CLASSEMENT_INITIAL			PIC 9(04)	VALUE 1000.
		77	NOM_GAGNANT				PIC X(20).
		77	NOM_PERDANT				PIC X(20).
		77	NOM_A_ECHANGER				PIC X(20).
		77	CAMP_GAGNANT				PIC 9.
		77	CLASSEMENT_GAGNANT			PIC 9(04).
		77	CLASSEMENT_PERDANT			PIC 9(04).
		77	GAIN_CLASSEMENT				PIC S9(04).
		77	GAIN_ESSAI				PIC 99.
		77	GAIN_CONTROLE				PIC S9(04).
		77	GAIN_RETROUVE				PIC 99.
		77	CLASSEMENT_G_AVANT			PIC 9(05).
		77	CLASSEMENT_P_AVANT			PIC 9(05).
		*>--------------------------------------------------------------
		*>	Rencontre de ligue a reouvrir ou a repointer
		*>--------------------------------------------------------------
		77	SW_FIXTURE				PIC 9.
			88	FIXTURE_TROUVEE				VALUE 1.
		77	NUM_FIXTURE_CORRIGEE			PIC 9(04).
		*>--------------------------------------------------------------
		*>	Rencontre de coupe a reouvrir ou a repointer, et la place
		*>	que son gagnant occupe au tour suivant (place A si le
		*>	numero de rencontre est impair, B sinon)
		*>--------------------------------------------------------------
		77	SW_RENCONTRE_COUPE			PIC 9.
			88	RENCONTRE_COUPE_TROUVEE			VALUE 1.
		77	SW_SUIVANTE_JOUEE			PIC 9.
			88	SUIVANTE_DEJA_JOUEE			VALUE 1.
		77	TOUR_COUPE_CORRIGE			PIC 99.
		77	RENCONTRE_COUPE_CORRIGEE		PIC 99.
		77	TOUR_COUPE_SUIVANT			PIC 99.
		77	RENCONTRE_COUPE_SUIVANTE		PIC 99.
		77	PLACE_COUPE_SUIVANTE			PIC 9.
			88	PLACE_COUPE_A				VALUE 1.
		77	TETE_NOUVEAU_GAGNANT			PIC 999.
	SCREEN SECTION.
		01	PLS_ARB_MENU.
			02 BLANK SCREEN.
			02 LINE 1  COL 10	VALUE	"ARBITRAGE D'UN RESULTAT CONTESTE".
			02 LINE 3  COL 3	VALUE	"1 = Manche par numero d'archive".
			02 LINE 4  COL 3	VALUE	"2 = Manche par date et joueurs".
			02 LINE 5  COL 3	VALUE	"9 = Fin".
			02 LINE 7  COL 3	VALUE	"Votre choix :".
			02 LINE 7  COL 17	PIC 9 TO CHOIX_MENU REQUIRED.

		01	PLS_ARB_ARCHIVE.
			02 BLANK SCREEN.
			02 LINE 3 COL 3		VALUE	"Numero de partie archivee :".
			02 LINE 3 COL 31	PIC 9(05) TO ARB_NUM_ARCHIVE REQUIRED.

		01	PLS_ARB_DATE.
			02 BLANK SCREEN.
			02 LINE 3 COL 3		VALUE	"Date de la manche (AAAAMMJJ) :".
			02 LINE 3 COL 34	PIC X(8) TO ARB_DATE REQUIRED.
			02 LINE 4 COL 3		VALUE	"Premier joueur               :".
			02 LINE 4 COL 34	PIC X(20) TO ARB_NOM_A REQUIRED.
			02 LINE 5 COL 3		VALUE	"Second joueur                :".
			02 LINE 5 COL 34	PIC X(20) TO ARB_NOM_B REQUIRED.

		01	PLS_ARB_CHOIX_MANCHE.
			02 LINE 22 COL 3	VALUE	"Manche a corriger (numero de la liste) :".
			02 LINE 22 COL 44	PIC 99 TO ARB_CHOIX_MANCHE.

		01	PLS_ARB_DECISION.
			02 LINE 14 COL 3	VALUE	"A = annuler la manche, I = inverser le gagnant :".
			02 LINE 14 COL 52	PIC X TO ARB_OPERATION REQUIRED.
			02 LINE 15 COL 3	VALUE	"Motif de la decision :".
			02 LINE 15 COL 26	PIC X(40) TO ARB_MOTIF REQUIRED.
			02 LINE 16 COL 3	VALUE	"Arbitre              :".
			02 LINE 16 COL 26	PIC X(20) TO ARB_ARBITRE REQUIRED.

		01	PLS_ARB_CONFIRMER.
			02 LINE 18 COL 3	VALUE	"Confirmer ? (O/N)".
			02 LINE 18 COL 21	PIC X TO ARB_CONFIRMATION.

		01	PLS_ARB_PAUSE.
			02 LINE 24 COL 3	VALUE	"Appuyez sur Entree pour continuer".
			02 LINE 24 COL 38	PIC X TO ARB_PAUSE.
PROCEDURE DIVISION.
	PERFORM TEST BEFORE UNTIL MENU_FIN
		ACCEPT PLS_ARB_MENU
		EVALUATE TRUE
			WHEN MENU_PAR_ARCHIVE
				PERFORM LOCALISER_PAR_ARCHIVE
				PERFORM ARBITRER_MANCHE
			WHEN MENU_PAR_DATE
				PERFORM LOCALISER_PAR_DATE
				PERFORM ARBITRER_MANCHE
			WHEN MENU_FIN
				CONTINUE
			WHEN OTHER
				CONTINUE
		END-EVALUATE
	END-PERFORM.
	STOP RUN.

	LOCALISER_PAR_ARCHIVE.
		*> L'entete d'archive ne donne que la date et les capitaines ;
		*> la manche elle-meme est prise dans l'historique, ou son rang
		*> est celui que Touche-Reconcil et les autres batches relisent.
		*> Les manches d'un club voisin, sans archive, comptent dans le
		*> rang mais ne sont pas proposees. Si les capitaines se sont
		*> rencontres plusieurs fois ce jour-la, l'arbitre designe la
		*> bonne, l'heure du premier tir archive l'y aide.
		MOVE ZERO TO SW_MANCHE_TROUVEE.
		MOVE SPACES TO MANCHE_RETENUE.
		MOVE SPACES TO HEURE_PREMIER_TIR.
		ACCEPT PLS_ARB_ARCHIVE.
		OPEN INPUT ARCHIVE-JOURNAL-FILE.
		IF FS_ARCHJRN IS NOT EQUAL TO "00" THEN
			DISPLAY "Aucune archive de parties (ARCHJRN.DAT absent)."
		ELSE
			PERFORM TEST BEFORE UNTIL FS_ARCHJRN IS EQUAL TO "10" OR HEURE_PREMIER_TIR IS NOT EQUAL TO SPACES
				READ ARCHIVE-JOURNAL-FILE
					AT END CONTINUE
					NOT AT END
						IF EAJ_MATCH IS EQUAL TO ARB_NUM_ARCHIVE THEN
							IF EAJ_TYPE_ENTETE THEN
								SET MANCHE_TROUVEE TO TRUE
								MOVE EAJ_MATCH TO MR_NUM_ARCHIVE
								MOVE EAJ_DATE TO MR_DATE
								MOVE EAJ_NOM_J1 TO MR_NOM_J1
								MOVE EAJ_NOM_J2 TO MR_NOM_J2
							ELSE
								MOVE EAJ_HEURE TO HEURE_PREMIER_TIR
							END-IF
						END-IF
				END-READ
			END-PERFORM
			CLOSE ARCHIVE-JOURNAL-FILE
		END-IF.
		IF MANCHE_TROUVEE THEN
			MOVE ZERO TO SW_MANCHE_TROUVEE
			MOVE ZERO TO NB_MJ
			MOVE ZERO TO NB_SENS_AB
			OPEN INPUT HISTORIQUE-FILE
			IF FS_HISTORIQUE IS NOT EQUAL TO "00" THEN
				DISPLAY "Aucun historique de resultats (HISTORIQUE.DAT absent)."
			ELSE
				DISPLAY " "
				DISPLAY "===== Partie " MR_NUM_ARCHIVE " du " MR_DATE ", premier tir a " HEURE_PREMIER_TIR(1:2) ":" HEURE_PREMIER_TIR(3:2) " ====="
				PERFORM TEST BEFORE UNTIL FS_HISTORIQUE IS EQUAL TO "10"
					READ HISTORIQUE-FILE
						AT END CONTINUE
						NOT AT END
							IF EH_DATE IS EQUAL TO MR_DATE
								AND EH_NOM_J1 IS EQUAL TO MR_NOM_J1
								AND EH_NOM_J2 IS EQUAL TO MR_NOM_J2 THEN
								PERFORM RELEVER_MANCHE_ARCHIVEE
							END-IF
					END-READ
				END-PERFORM
				CLOSE HISTORIQUE-FILE
			END-IF
			IF NB_MJ IS EQUAL TO ZERO THEN
				DISPLAY "Manche du " MR_DATE " " MR_NOM_J1 " contre " MR_NOM_J2 " absente de l'historique."
			ELSE
				MOVE 1 TO ARB_CHOIX_MANCHE
				IF NB_MJ IS GREATER THAN 1 THEN
					ACCEPT PLS_ARB_CHOIX_MANCHE
				END-IF
				IF ARB_CHOIX_MANCHE IS LESS THAN 1 OR ARB_CHOIX_MANCHE IS GREATER THAN NB_MJ THEN
					DISPLAY "Choix hors de la liste."
				ELSE
					MOVE MJ_RANG(ARB_CHOIX_MANCHE) TO MR_RANG
					PERFORM RETROUVER_DANS_HISTORIQUE
				END-IF
			END-IF
		ELSE
			DISPLAY "Partie " ARB_NUM_ARCHIVE " introuvable dans l'archive."
		END-IF.

	RELEVER_MANCHE_ARCHIVEE.
		ADD 1 TO NB_SENS_AB.
		IF NOT EH_EXTERNE AND NB_MJ IS LESS THAN 20 THEN
			ADD 1 TO NB_MJ
			MOVE EH_NOM_J1 TO MJ_NOM_J1(NB_MJ)
			MOVE EH_NOM_J2 TO MJ_NOM_J2(NB_MJ)
			MOVE NB_SENS_AB TO MJ_RANG(NB_MJ)
			DISPLAY "  " NB_MJ " - " EH_NOM_J1 " contre " EH_NOM_J2 " de " EH_HEURE_DEBUT(1:2) ":" EH_HEURE_DEBUT(3:2) " a " EH_HEURE_FIN(1:2) ":" EH_HEURE_FIN(3:2) " gagnant " EH_NOM_GAGNANT
		END-IF.

	LOCALISER_PAR_DATE.
		*> Toutes les manches du jour entre les deux joueurs sont
		*> listees, dans un sens ou dans l'autre ; l'arbitre designe la
		*> bonne quand il y en a plusieurs. Chaque manche garde son
		*> rang dans la journee pour son propre ordre des capitaines.
		MOVE ZERO TO SW_MANCHE_TROUVEE.
		MOVE SPACES TO MANCHE_RETENUE.
		MOVE ZERO TO NB_MJ.
		MOVE ZERO TO NB_SENS_AB.
		MOVE ZERO TO NB_SENS_BA.
		ACCEPT PLS_ARB_DATE.
		OPEN INPUT HISTORIQUE-FILE.
		IF FS_HISTORIQUE IS NOT EQUAL TO "00" THEN
			DISPLAY "Aucun historique de resultats (HISTORIQUE.DAT absent)."
		ELSE
			DISPLAY " "
			DISPLAY "===== Manches du " ARB_DATE " ====="
			PERFORM TEST BEFORE UNTIL FS_HISTORIQUE IS EQUAL TO "10"
				READ HISTORIQUE-FILE
					AT END CONTINUE
					NOT AT END
						IF EH_DATE IS EQUAL TO ARB_DATE THEN
							PERFORM RELEVER_MANCHE_DU_JOUR
						END-IF
				END-READ
			END-PERFORM
			CLOSE HISTORIQUE-FILE
		END-IF.
		IF NB_MJ IS EQUAL TO ZERO THEN
			DISPLAY "Aucune manche ce jour-la entre [" ARB_NOM_A "] et [" ARB_NOM_B "]."
		ELSE
			MOVE 1 TO ARB_CHOIX_MANCHE
			IF NB_MJ IS GREATER THAN 1 THEN
				ACCEPT PLS_ARB_CHOIX_MANCHE
			END-IF
			IF ARB_CHOIX_MANCHE IS LESS THAN 1 OR ARB_CHOIX_MANCHE IS GREATER THAN NB_MJ THEN
				DISPLAY "Choix hors de la liste."
			ELSE
				SET MANCHE_TROUVEE TO TRUE
				MOVE ZERO TO MR_NUM_ARCHIVE
				MOVE ARB_DATE TO MR_DATE
				MOVE MJ_NOM_J1(ARB_CHOIX_MANCHE) TO MR_NOM_J1
				MOVE MJ_NOM_J2(ARB_CHOIX_MANCHE) TO MR_NOM_J2
				MOVE MJ_RANG(ARB_CHOIX_MANCHE) TO MR_RANG
				PERFORM CHERCHER_NUM_ARCHIVE
				PERFORM RETROUVER_DANS_HISTORIQUE
			END-IF
		END-IF.

	RELEVER_MANCHE_DU_JOUR.
		IF EH_NOM_J1 IS EQUAL TO ARB_NOM_A AND EH_NOM_J2 IS EQUAL TO ARB_NOM_B THEN
			ADD 1 TO NB_SENS_AB
			IF NB_MJ IS LESS THAN 20 THEN
				ADD 1 TO NB_MJ
				MOVE EH_NOM_J1 TO MJ_NOM_J1(NB_MJ)
				MOVE EH_NOM_J2 TO MJ_NOM_J2(NB_MJ)
				MOVE NB_SENS_AB TO MJ_RANG(NB_MJ)
				DISPLAY "  " NB_MJ " - " EH_NOM_J1 " contre " EH_NOM_J2 " gagnant " EH_NOM_GAGNANT
			END-IF
		END-IF.
		IF EH_NOM_J1 IS EQUAL TO ARB_NOM_B AND EH_NOM_J2 IS EQUAL TO ARB_NOM_A THEN
			ADD 1 TO NB_SENS_BA
			IF NB_MJ IS LESS THAN 20 THEN
				ADD 1 TO NB_MJ
				MOVE EH_NOM_J1 TO MJ_NOM_J1(NB_MJ)
				MOVE EH_NOM_J2 TO MJ_NOM_J2(NB_MJ)
				MOVE NB_SENS_BA TO MJ_RANG(NB_MJ)
				DISPLAY "  " NB_MJ " - " EH_NOM_J1 " contre " EH_NOM_J2 " gagnant " EH_NOM_GAGNANT
			END-IF
		END-IF.

	CHERCHER_NUM_ARCHIVE.
		*> Le numero d'archive de la manche choisie par date : l'entete
		*> de meme date et memes capitaines au meme rang. Une manche
		*> dont l'archive a ete purgee garde le numero zero.
		MOVE ZERO TO NB_VUES.
		OPEN INPUT ARCHIVE-JOURNAL-FILE.
		IF FS_ARCHJRN IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_ARCHJRN IS EQUAL TO "10"
				READ ARCHIVE-JOURNAL-FILE
					AT END CONTINUE
					NOT AT END
						IF EAJ_TYPE_ENTETE AND EAJ_DATE IS EQUAL TO MR_DATE
							AND EAJ_NOM_J1 IS EQUAL TO MR_NOM_J1
							AND EAJ_NOM_J2 IS EQUAL TO MR_NOM_J2 THEN
							ADD 1 TO NB_VUES
							IF NB_VUES IS EQUAL TO MR_RANG THEN
								MOVE EAJ_MATCH TO MR_NUM_ARCHIVE
							END-IF
						END-IF
				END-READ
			END-PERFORM
			CLOSE ARCHIVE-JOURNAL-FILE
		END-IF.

	RETROUVER_DANS_HISTORIQUE.
		*> La manche est la MR_RANG-ieme de la journee entre ces deux
		*> capitaines dans cet ordre ; on en reprend le mode, les
		*> coequipiers et le gagnant enregistre par le jeu.
		MOVE ZERO TO SW_MANCHE_TROUVEE.
		MOVE ZERO TO NB_VUES.
		OPEN INPUT HISTORIQUE-FILE.
		IF FS_HISTORIQUE IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_HISTORIQUE IS EQUAL TO "10" OR MANCHE_TROUVEE
				READ HISTORIQUE-FILE
					AT END CONTINUE
					NOT AT END
						IF EH_DATE IS EQUAL TO MR_DATE
							AND EH_NOM_J1 IS EQUAL TO MR_NOM_J1
							AND EH_NOM_J2 IS EQUAL TO MR_NOM_J2 THEN
							ADD 1 TO NB_VUES
							IF NB_VUES IS EQUAL TO MR_RANG THEN
								SET MANCHE_TROUVEE TO TRUE
								MOVE EH_MODE_JOUEURS TO MR_MODE_JOUEURS
								MOVE EH_NOM_J3 TO MR_NOM_J3
								MOVE EH_NOM_J4 TO MR_NOM_J4
								MOVE EH_NOM_GAGNANT TO MR_GAGNANT
							END-IF
						END-IF
				END-READ
			END-PERFORM
			CLOSE HISTORIQUE-FILE
		END-IF.
		IF MANCHE_TROUVEE THEN
			MOVE ZERO TO MR_ANNULEE
			PERFORM CONSULTER_CORRECTIONS
		ELSE
			DISPLAY "Manche du " MR_DATE " " MR_NOM_J1 " contre " MR_NOM_J2 " absente de l'historique."
		END-IF.

	CONSULTER_CORRECTIONS.
		*> Le resultat en vigueur tient compte des decisions deja
		*> passees sur cette manche, dans leur ordre d'enregistrement.
		OPEN INPUT CORRECTIONS-FILE.
		IF FS_CORRECTIONS IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_CORRECTIONS IS EQUAL TO "10"
				READ CORRECTIONS-FILE
					AT END CONTINUE
					NOT AT END
						IF ECO_DATE_MANCHE IS EQUAL TO MR_DATE
							AND ECO_NOM_J1 IS EQUAL TO MR_NOM_J1
							AND ECO_NOM_J2 IS EQUAL TO MR_NOM_J2
							AND ECO_RANG IS EQUAL TO MR_RANG THEN
							IF ECO_ANNULATION THEN
								SET MR_EST_ANNULEE TO TRUE
							ELSE
								MOVE ECO_NOUVEAU_GAGNANT TO MR_GAGNANT
							END-IF
						END-IF
				END-READ
			END-PERFORM
			CLOSE CORRECTIONS-FILE
		END-IF.

	ARBITRER_MANCHE.
		*> Presentation de la manche, decision motivee, confirmation,
		*> puis application : trace d'abord, palmares et calendrier
		*> ensuite.
		IF MANCHE_TROUVEE THEN
			DISPLAY " "
			DISPLAY "Partie " MR_NUM_ARCHIVE " du " MR_DATE " (mode " MR_MODE_JOUEURS
				", rang " MR_RANG " de la journee)"
			DISPLAY "  " MR_NOM_J1 " contre " MR_NOM_J2
			IF MR_MODE_EQUIPES THEN
				DISPLAY "  coequipiers " MR_NOM_J3 " et " MR_NOM_J4
			END-IF
			IF MR_EST_ANNULEE THEN
				DISPLAY "Cette manche est deja annulee : plus rien a corriger."
			ELSE
				DISPLAY "  gagnant en vigueur : " MR_GAGNANT
				MOVE SPACE TO ARB_OPERATION
				MOVE SPACES TO ARB_MOTIF
				MOVE SPACES TO ARB_ARBITRE
				ACCEPT PLS_ARB_DECISION
				IF NOT ARB_ANNULER AND NOT ARB_INVERSER THEN
					DISPLAY "Decision inconnue, rien n'est fait."
				ELSE
				IF ARB_MOTIF IS EQUAL TO SPACES OR ARB_ARBITRE IS EQUAL TO SPACES THEN
					DISPLAY "Motif et arbitre obligatoires, rien n'est fait."
				ELSE
					MOVE SPACE TO ARB_CONFIRMATION
					ACCEPT PLS_ARB_CONFIRMER
					IF ARB_CONFIRME THEN
						PERFORM APPLIQUER_DECISION
					END-IF
				END-IF
				END-IF
			END-IF
		END-IF.
		ACCEPT PLS_ARB_PAUSE.

	APPLIQUER_DECISION.
		IF MR_GAGNANT IS EQUAL TO MR_NOM_J1 THEN
			MOVE 1 TO CAMP_GAGNANT
			MOVE MR_NOM_J2 TO MR_NOUVEAU_GAGNANT
		ELSE
			MOVE 2 TO CAMP_GAGNANT
			MOVE MR_NOM_J1 TO MR_NOUVEAU_GAGNANT
		END-IF.
		IF ARB_ANNULER THEN
			MOVE SPACES TO MR_NOUVEAU_GAGNANT
		END-IF.
		*> Sans trace dans CORRECTIONS.DAT, le prochain passage de
		*> Touche-Reconcil defairait la correction : rien n'est alors
		*> touche au palmares ni au calendrier.
		PERFORM ECRIRE_CORRECTION.
		IF CORRECTION_ECRITE THEN
			PERFORM CORRIGER_PALMARES
			IF MR_MODE_DUO THEN
				PERFORM CORRIGER_FIXTURE_LIGUE
				PERFORM CORRIGER_RENCONTRE_COUPE
			END-IF
			IF ARB_ANNULER THEN
				DISPLAY "Manche annulee."
			ELSE
				DISPLAY "Resultat inverse : " MR_NOUVEAU_GAGNANT " gagnant."
			END-IF
		ELSE
			DISPLAY "Decision non enregistree : palmares et calendrier laisses tels quels."
		END-IF.

	ECRIRE_CORRECTION.
		ACCEPT DATE_DU_JOUR FROM DATE YYYYMMDD.
		ACCEPT HEURE_DU_JOUR FROM TIME.
		MOVE ZERO TO SW_CORRECTION.
		OPEN EXTEND CORRECTIONS-FILE.
		IF FS_CORRECTIONS IS EQUAL TO "35" THEN
			OPEN OUTPUT CORRECTIONS-FILE
		END-IF.
		IF FS_CORRECTIONS IS NOT EQUAL TO "00" THEN
			DISPLAY "CORRECTIONS.DAT inutilisable (statut " FS_CORRECTIONS ")."
		ELSE
			PERFORM ECRIRE_ENR_CORRECTION
		END-IF.

	ECRIRE_ENR_CORRECTION.
		MOVE DATE_DU_JOUR TO ECO_DATE_SAISIE.
		MOVE HEURE_DU_JOUR(1:6) TO ECO_HEURE_SAISIE.
		MOVE ARB_ARBITRE TO ECO_ARBITRE.
		MOVE MR_NUM_ARCHIVE TO ECO_MATCH.
		MOVE MR_DATE TO ECO_DATE_MANCHE.
		MOVE MR_NOM_J1 TO ECO_NOM_J1.
		MOVE MR_NOM_J2 TO ECO_NOM_J2.
		MOVE MR_RANG TO ECO_RANG.
		IF ARB_ANNULER THEN
			SET ECO_ANNULATION TO TRUE
		ELSE
			SET ECO_INVERSION TO TRUE
		END-IF.
		MOVE MR_GAGNANT TO ECO_ANCIEN_GAGNANT.
		MOVE MR_NOUVEAU_GAGNANT TO ECO_NOUVEAU_GAGNANT.
		MOVE ARB_MOTIF TO ECO_MOTIF.
		WRITE ENR_CORRECTION.
		IF FS_CORRECTIONS IS EQUAL TO "00" THEN
			SET CORRECTION_ECRITE TO TRUE
		ELSE
			DISPLAY "Ecriture dans CORRECTIONS.DAT impossible (statut " FS_CORRECTIONS ")."
		END-IF.
		CLOSE CORRECTIONS-FILE.

	CORRIGER_PALMARES.
		*> Le resultat en vigueur est d'abord retire (victoire, defaite
		*> et echange de points, coequipiers puis capitaines, a
		*> l'inverse de l'ordre du jeu) ; une inversion rejoue ensuite
		*> le resultat contraire comme ENREGISTRER_RESULTAT.
		OPEN I-O JOUEURS-FILE.
		IF FS_JOUEURS IS NOT EQUAL TO "00" THEN
			DISPLAY "JOUEURS.DAT inutilisable (statut " FS_JOUEURS "), palmares non corrige."
		ELSE
			IF MR_MODE_EQUIPES THEN
				IF CAMP_GAGNANT IS EQUAL TO 1 THEN
					MOVE MR_NOM_J3 TO NOM_GAGNANT
					MOVE MR_NOM_J4 TO NOM_PERDANT
				ELSE
					MOVE MR_NOM_J4 TO NOM_GAGNANT
					MOVE MR_NOM_J3 TO NOM_PERDANT
				END-IF
				PERFORM RETIRER_RESULTAT
			END-IF
			IF CAMP_GAGNANT IS EQUAL TO 1 THEN
				MOVE MR_NOM_J1 TO NOM_GAGNANT
				MOVE MR_NOM_J2 TO NOM_PERDANT
			ELSE
				MOVE MR_NOM_J2 TO NOM_GAGNANT
				MOVE MR_NOM_J1 TO NOM_PERDANT
			END-IF
			PERFORM RETIRER_RESULTAT
			IF ARB_INVERSER THEN
				MOVE NOM_GAGNANT TO NOM_A_ECHANGER
				MOVE NOM_PERDANT TO NOM_GAGNANT
				MOVE NOM_A_ECHANGER TO NOM_PERDANT
				PERFORM CREDITER_RESULTAT
				IF MR_MODE_EQUIPES THEN
					IF CAMP_GAGNANT IS EQUAL TO 1 THEN
						MOVE MR_NOM_J4 TO NOM_GAGNANT
						MOVE MR_NOM_J3 TO NOM_PERDANT
					ELSE
						MOVE MR_NOM_J3 TO NOM_GAGNANT
						MOVE MR_NOM_J4 TO NOM_PERDANT
					END-IF
					PERFORM CREDITER_RESULTAT
				END-IF
			END-IF
			CLOSE JOUEURS-FILE
		END-IF.

	RETIRER_RESULTAT.
		*> Echange de points retire avant les compteurs : il se lit sur
		*> les classements tels que la manche les a laisses.
		PERFORM RETIRER_ECHANGE_CLASSEMENT.
		MOVE NOM_GAGNANT TO EJ_NOM.
		READ JOUEURS-FILE
			INVALID KEY
				DISPLAY "[" NOM_GAGNANT "] inconnu du palmares."
			NOT INVALID KEY
				IF EJ_VICTOIRES IS GREATER THAN ZERO THEN
					SUBTRACT 1 FROM EJ_VICTOIRES
				END-IF
				REWRITE ENR_JOUEUR
		END-READ.
		MOVE NOM_PERDANT TO EJ_NOM.
		READ JOUEURS-FILE
			INVALID KEY
				DISPLAY "[" NOM_PERDANT "] inconnu du palmares."
			NOT INVALID KEY
				IF EJ_DEFAITES IS GREATER THAN ZERO THEN
					SUBTRACT 1 FROM EJ_DEFAITES
				END-IF
				REWRITE ENR_JOUEUR
		END-READ.

	RETIRER_ECHANGE_CLASSEMENT.
		*> Le gain de la manche n'est stocke nulle part : on recherche
		*> le gain de 1 a 31 qui, applique aux classements d'avant la
		*> manche reconstitues, redonne exactement ce gain par le bareme.
		*> Si des manches ont ete jouees depuis, aucun gain ne colle
		*> forcement : on retombe alors sur le bareme applique aux
		*> classements courants. Le rejeu complet de Touche-Reconcil,
		*> qui tient compte des corrections, reste la reference.
		PERFORM LIRE_CLASSEMENTS_PAIRE.
		MOVE ZERO TO GAIN_RETROUVE.
		PERFORM VARYING GAIN_ESSAI FROM 1 BY 1 UNTIL GAIN_ESSAI > 31 OR GAIN_RETROUVE > 0
			IF CLASSEMENT_GAGNANT IS NOT LESS THAN GAIN_ESSAI THEN
				COMPUTE CLASSEMENT_G_AVANT = CLASSEMENT_GAGNANT - GAIN_ESSAI
				COMPUTE CLASSEMENT_P_AVANT = CLASSEMENT_PERDANT + GAIN_ESSAI
				COMPUTE GAIN_CONTROLE = 16 + (CLASSEMENT_P_AVANT - CLASSEMENT_G_AVANT) / 25
				IF GAIN_CONTROLE IS LESS THAN 1 THEN
					MOVE 1 TO GAIN_CONTROLE
				END-IF
				IF GAIN_CONTROLE IS GREATER THAN 31 THEN
					MOVE 31 TO GAIN_CONTROLE
				END-IF
				IF GAIN_CONTROLE IS EQUAL TO GAIN_ESSAI THEN
					MOVE GAIN_ESSAI TO GAIN_RETROUVE
				END-IF
			END-IF
		END-PERFORM.
		IF GAIN_RETROUVE IS GREATER THAN ZERO THEN
			MOVE GAIN_RETROUVE TO GAIN_CLASSEMENT
		ELSE
			PERFORM CALCULER_GAIN
		END-IF.
		MOVE NOM_GAGNANT TO EJ_NOM.
		READ JOUEURS-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF CLASSEMENT_GAGNANT IS GREATER THAN GAIN_CLASSEMENT THEN
					COMPUTE EJ_CLASSEMENT = CLASSEMENT_GAGNANT - GAIN_CLASSEMENT
				ELSE
					MOVE ZERO TO EJ_CLASSEMENT
				END-IF
				REWRITE ENR_JOUEUR
		END-READ.
		MOVE NOM_PERDANT TO EJ_NOM.
		READ JOUEURS-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				COMPUTE EJ_CLASSEMENT = CLASSEMENT_PERDANT + GAIN_CLASSEMENT
				IF CLASSEMENT_PERDANT IS GREATER THAN 9968 THEN
					MOVE 9999 TO EJ_CLASSEMENT
				END-IF
				REWRITE ENR_JOUEUR
		END-READ.

	CREDITER_RESULTAT.
		*> Meme credit que CREDITER_VICTOIRE, CREDITER_DEFAITE et
		*> AJUSTER_CLASSEMENTS dans le jeu.
		MOVE NOM_GAGNANT TO EJ_NOM.
		READ JOUEURS-FILE
			INVALID KEY
				MOVE NOM_GAGNANT TO EJ_NOM
				MOVE 1 TO EJ_VICTOIRES
				MOVE ZERO TO EJ_DEFAITES
				MOVE CLASSEMENT_INITIAL TO EJ_CLASSEMENT
				WRITE ENR_JOUEUR
			NOT INVALID KEY
				ADD 1 TO EJ_VICTOIRES
				REWRITE ENR_JOUEUR
		END-READ.
		MOVE NOM_PERDANT TO EJ_NOM.
		READ JOUEURS-FILE
			INVALID KEY
				MOVE NOM_PERDANT TO EJ_NOM
				MOVE ZERO TO EJ_VICTOIRES
				MOVE 1 TO EJ_DEFAITES
				MOVE CLASSEMENT_INITIAL TO EJ_CLASSEMENT
				WRITE ENR_JOUEUR
			NOT INVALID KEY
				ADD 1 TO EJ_DEFAITES
				REWRITE ENR_JOUEUR
		END-READ.
		PERFORM LIRE_CLASSEMENTS_PAIRE.
		PERFORM CALCULER_GAIN.
		MOVE NOM_GAGNANT TO EJ_NOM.
		READ JOUEURS-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				COMPUTE EJ_CLASSEMENT = CLASSEMENT_GAGNANT + GAIN_CLASSEMENT
				IF CLASSEMENT_GAGNANT IS GREATER THAN 9968 THEN
					MOVE 9999 TO EJ_CLASSEMENT
				END-IF
				REWRITE ENR_JOUEUR
		END-READ.
		MOVE NOM_PERDANT TO EJ_NOM.
		READ JOUEURS-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF CLASSEMENT_PERDANT IS GREATER THAN GAIN_CLASSEMENT THEN
					COMPUTE EJ_CLASSEMENT = CLASSEMENT_PERDANT - GAIN_CLASSEMENT
				ELSE
					MOVE ZERO TO EJ_CLASSEMENT
				END-IF
				REWRITE ENR_JOUEUR
		END-READ.

	LIRE_CLASSEMENTS_PAIRE.
		MOVE NOM_GAGNANT TO EJ_NOM.
		READ JOUEURS-FILE
			INVALID KEY
				MOVE CLASSEMENT_INITIAL TO CLASSEMENT_GAGNANT
			NOT INVALID KEY
				IF EJ_CLASSEMENT IS NUMERIC THEN
					MOVE EJ_CLASSEMENT TO CLASSEMENT_GAGNANT
				ELSE
					MOVE CLASSEMENT_INITIAL TO CLASSEMENT_GAGNANT
				END-IF
		END-READ.
		MOVE NOM_PERDANT TO EJ_NOM.
		READ JOUEURS-FILE
			INVALID KEY
				MOVE CLASSEMENT_INITIAL TO CLASSEMENT_PERDANT
			NOT INVALID KEY
				IF EJ_CLASSEMENT IS NUMERIC THEN
					MOVE EJ_CLASSEMENT TO CLASSEMENT_PERDANT
				ELSE
					MOVE CLASSEMENT_INITIAL TO CLASSEMENT_PERDANT
				END-IF
		END-READ.

	CALCULER_GAIN.
		COMPUTE GAIN_CLASSEMENT = 16 + (CLASSEMENT_PERDANT - CLASSEMENT_GAGNANT) / 25.
		IF GAIN_CLASSEMENT IS LESS THAN 1 THEN
			MOVE 1 TO GAIN_CLASSEMENT
		END-IF.
		IF GAIN_CLASSEMENT IS GREATER THAN 31 THEN
			MOVE 31 TO GAIN_CLASSEMENT
		END-IF.

	CORRIGER_FIXTURE_LIGUE.
		*> La rencontre a corriger est celle que la manche a pointee :
		*> jouee ce jour-la entre ces deux joueurs, au nom de l'ancien
		*> gagnant. Une annulation la remet a jouer, une inversion en
		*> change le gagnant. Pas de calendrier ou pas de rencontre
		*> pointee : c'etait une partie amicale, on se tait.
		MOVE ZERO TO SW_FIXTURE.
		MOVE ZERO TO NUM_FIXTURE_CORRIGEE.
		OPEN INPUT CALENDRIER-FILE.
		IF FS_CALENDRIER IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_CALENDRIER IS EQUAL TO "10" OR FIXTURE_TROUVEE
				READ CALENDRIER-FILE
					AT END CONTINUE
					NOT AT END
						IF EF_JOUE
							AND EF_DATE_JOUEE IS EQUAL TO MR_DATE
							AND EF_NOM_GAGNANT IS EQUAL TO MR_GAGNANT
							AND ((EF_NOM_A IS EQUAL TO MR_NOM_J1 AND EF_NOM_B IS EQUAL TO MR_NOM_J2)
							OR (EF_NOM_A IS EQUAL TO MR_NOM_J2 AND EF_NOM_B IS EQUAL TO MR_NOM_J1)) THEN
							SET FIXTURE_TROUVEE TO TRUE
							MOVE EF_NUMERO TO NUM_FIXTURE_CORRIGEE
						END-IF
				END-READ
			END-PERFORM
			CLOSE CALENDRIER-FILE
			IF FIXTURE_TROUVEE THEN
				PERFORM REECRIRE_CALENDRIER
				IF ARB_ANNULER THEN
					DISPLAY "Rencontre " NUM_FIXTURE_CORRIGEE " remise a jouer au calendrier de la ligue."
				ELSE
					DISPLAY "Rencontre " NUM_FIXTURE_CORRIGEE " repointee au calendrier de la ligue."
				END-IF
			END-IF
		END-IF.

	REECRIRE_CALENDRIER.
		*> Meme recopie via CALEND.TMP que MARQUER_FIXTURE_JOUEE.
		OPEN INPUT CALENDRIER-FILE.
		OPEN OUTPUT TRAVAIL-CALENDRIER-FILE.
		PERFORM TEST BEFORE UNTIL FS_CALENDRIER IS EQUAL TO "10"
			READ CALENDRIER-FILE
				AT END CONTINUE
				NOT AT END
					IF EF_NUMERO IS EQUAL TO NUM_FIXTURE_CORRIGEE THEN
						IF ARB_ANNULER THEN
							SET EF_PREVU TO TRUE
							MOVE SPACES TO EF_DATE_JOUEE
							MOVE SPACES TO EF_NOM_GAGNANT
						ELSE
							MOVE MR_NOUVEAU_GAGNANT TO EF_NOM_GAGNANT
						END-IF
					END-IF
					MOVE ENR_FIXTURE TO ENR_TRAV_CAL
					WRITE ENR_TRAV_CAL
			END-READ
		END-PERFORM.
		CLOSE CALENDRIER-FILE.
		CLOSE TRAVAIL-CALENDRIER-FILE.
		OPEN INPUT TRAVAIL-CALENDRIER-FILE.
		OPEN OUTPUT CALENDRIER-FILE.
		PERFORM TEST BEFORE UNTIL FS_TRAV_CAL IS EQUAL TO "10"
			READ TRAVAIL-CALENDRIER-FILE
				AT END CONTINUE
				NOT AT END
					MOVE ENR_TRAV_CAL TO ENR_FIXTURE
					WRITE ENR_FIXTURE
			END-READ
		END-PERFORM.
		CLOSE TRAVAIL-CALENDRIER-FILE.
		CLOSE CALENDRIER-FILE.

	CORRIGER_RENCONTRE_COUPE.
		*> Meme recherche que pour la ligue, dans le tableau de la
		*> coupe : la rencontre jouee ce jour-la par la paire, au nom de
		*> l'ancien gagnant. Son gagnant a ete qualifie par le jeu pour
		*> la rencontre (n + 1) / 2 du tour suivant : si celle-ci est
		*> deja jouee, le tableau ne se corrige plus ici et reste tel
		*> quel. Pas de tableau ou pas de rencontre : on se tait.
		MOVE ZERO TO SW_RENCONTRE_COUPE.
		MOVE ZERO TO SW_SUIVANTE_JOUEE.
		OPEN INPUT COUPE-FILE.
		IF FS_COUPE IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_COUPE IS EQUAL TO "10" OR RENCONTRE_COUPE_TROUVEE
				READ COUPE-FILE
					AT END CONTINUE
					NOT AT END
						IF ECU_JOUEE
							AND ECU_DATE_JOUEE IS EQUAL TO MR_DATE
							AND ECU_NOM_GAGNANT IS EQUAL TO MR_GAGNANT
							AND ((ECU_NOM_A IS EQUAL TO MR_NOM_J1 AND ECU_NOM_B IS EQUAL TO MR_NOM_J2)
							OR (ECU_NOM_A IS EQUAL TO MR_NOM_J2 AND ECU_NOM_B IS EQUAL TO MR_NOM_J1)) THEN
							SET RENCONTRE_COUPE_TROUVEE TO TRUE
							MOVE ECU_TOUR TO TOUR_COUPE_CORRIGE
							MOVE ECU_RENCONTRE TO RENCONTRE_COUPE_CORRIGEE
							IF ECU_NOM_A IS EQUAL TO MR_GAGNANT THEN
								MOVE ECU_TETE_B TO TETE_NOUVEAU_GAGNANT
							ELSE
								MOVE ECU_TETE_A TO TETE_NOUVEAU_GAGNANT
							END-IF
						END-IF
				END-READ
			END-PERFORM
			CLOSE COUPE-FILE
			IF RENCONTRE_COUPE_TROUVEE THEN
				COMPUTE TOUR_COUPE_SUIVANT = TOUR_COUPE_CORRIGE + 1
				DIVIDE RENCONTRE_COUPE_CORRIGEE BY 2 GIVING RENCONTRE_COUPE_SUIVANTE
					REMAINDER PLACE_COUPE_SUIVANTE
				ADD PLACE_COUPE_SUIVANTE TO RENCONTRE_COUPE_SUIVANTE
				PERFORM CONTROLER_RENCONTRE_SUIVANTE
				IF SUIVANTE_DEJA_JOUEE THEN
					DISPLAY "Rencontre " RENCONTRE_COUPE_CORRIGEE " du tour " TOUR_COUPE_CORRIGE
						" non corrigee au tableau de la coupe : la rencontre "
						RENCONTRE_COUPE_SUIVANTE " du tour " TOUR_COUPE_SUIVANT " est deja jouee."
				ELSE
					PERFORM REECRIRE_COUPE
					IF ARB_ANNULER THEN
						DISPLAY "Rencontre " RENCONTRE_COUPE_CORRIGEE " du tour " TOUR_COUPE_CORRIGE
							" remise a jouer au tableau de la coupe, qualification retiree."
					ELSE
						DISPLAY "Rencontre " RENCONTRE_COUPE_CORRIGEE " du tour " TOUR_COUPE_CORRIGE
							" repointee au tableau de la coupe, " MR_NOUVEAU_GAGNANT " qualifie."
					END-IF
				END-IF
			END-IF
		END-IF.

	CONTROLER_RENCONTRE_SUIVANTE.
		*> La finale n'a pas de rencontre suivante : rien a controler.
		OPEN INPUT COUPE-FILE.
		PERFORM TEST BEFORE UNTIL FS_COUPE IS EQUAL TO "10"
			READ COUPE-FILE
				AT END CONTINUE
				NOT AT END
					IF ECU_TOUR IS EQUAL TO TOUR_COUPE_SUIVANT
						AND ECU_RENCONTRE IS EQUAL TO RENCONTRE_COUPE_SUIVANTE
						AND ECU_JOUEE THEN
						SET SUIVANTE_DEJA_JOUEE TO TRUE
					END-IF
			END-READ
		END-PERFORM.
		CLOSE COUPE-FILE.

	REECRIRE_COUPE.
		*> Meme recopie via COUPE.TMP que MARQUER_RENCONTRE_COUPE du
		*> jeu. Annulation : la rencontre redevient prevue et la place
		*> du tour suivant est videe, cette rencontre-la attendant de
		*> nouveau son qualifie. Inversion : le nouveau gagnant et sa
		*> tete de serie prennent la place.
		OPEN INPUT COUPE-FILE.
		OPEN OUTPUT TRAVAIL-COUPE-FILE.
		PERFORM TEST BEFORE UNTIL FS_COUPE IS EQUAL TO "10"
			READ COUPE-FILE
				AT END CONTINUE
				NOT AT END
					IF ECU_TOUR IS EQUAL TO TOUR_COUPE_CORRIGE
						AND ECU_RENCONTRE IS EQUAL TO RENCONTRE_COUPE_CORRIGEE THEN
						IF ARB_ANNULER THEN
							SET ECU_PREVUE TO TRUE
							MOVE SPACES TO ECU_DATE_JOUEE
							MOVE SPACES TO ECU_NOM_GAGNANT
						ELSE
							MOVE MR_NOUVEAU_GAGNANT TO ECU_NOM_GAGNANT
						END-IF
					END-IF
					IF ECU_TOUR IS EQUAL TO TOUR_COUPE_SUIVANT
						AND ECU_RENCONTRE IS EQUAL TO RENCONTRE_COUPE_SUIVANTE THEN
						IF ARB_ANNULER THEN
							IF PLACE_COUPE_A THEN
								MOVE SPACES TO ECU_NOM_A
								MOVE ZERO TO ECU_TETE_A
							ELSE
								MOVE SPACES TO ECU_NOM_B
								MOVE ZERO TO ECU_TETE_B
							END-IF
							SET ECU_EN_ATTENTE TO TRUE
						ELSE
							IF PLACE_COUPE_A THEN
								MOVE MR_NOUVEAU_GAGNANT TO ECU_NOM_A
								MOVE TETE_NOUVEAU_GAGNANT TO ECU_TETE_A
							ELSE
								MOVE MR_NOUVEAU_GAGNANT TO ECU_NOM_B
								MOVE TETE_NOUVEAU_GAGNANT TO ECU_TETE_B
							END-IF
						END-IF
					END-IF
					MOVE ENR_COUPE TO ENR_TRAV_CPE
					WRITE ENR_TRAV_CPE
			END-READ
		END-PERFORM.
		CLOSE COUPE-FILE.
		CLOSE TRAVAIL-COUPE-FILE.
		OPEN INPUT TRAVAIL-COUPE-FILE.
		OPEN OUTPUT COUPE-FILE.
		PERFORM TEST BEFORE UNTIL FS_TRAV_CPE IS EQUAL TO "10"
			READ TRAVAIL-COUPE-FILE
				AT END CONTINUE
				NOT AT END
					MOVE ENR_TRAV_CPE TO ENR_COUPE
					WRITE ENR_COUPE
			END-READ
		END-PERFORM.
		CLOSE TRAVAIL-COUPE-FILE.
		CLOSE COUPE-FILE.
