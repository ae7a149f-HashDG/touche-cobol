IDENTIFICATION DIVISION.
	PROGRAM-ID. Touche-Coupe.
	DATE-WRITTEN. 15/10/2026.
	AUTHOR. Hippolyte Damay--Glorieux.
	REMARKS. "Transaction de la coupe a elimination directe : tirage d'un tableau seme depuis les classements de JOUEURS.DAT (les mieux classes exemptes du premier tour quand le nombre d'engages n'est pas une puissance de deux) dans COUPE.DAT, et affichage du tableau tour par tour, edite aussi dans l'etat pagine COUPE.RPT. Le jeu pointe lui-meme chaque rencontre jouee et qualifie le gagnant pour le tour suivant".
ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		*>--------------------------------------------------------------
		*>	Palmares des joueurs : les engages de la coupe et leur
		*>	classement, qui fait les tetes de serie, lu en entree
		*>	seulement
		*>--------------------------------------------------------------
		SELECT JOUEURS-FILE ASSIGN TO "JOUEURS.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EJ_NOM
			FILE STATUS IS FS_JOUEURS.
		*>--------------------------------------------------------------
		*>	Tableau de la coupe : une rencontre par enregistrement, tour
		*>	par tour. Les rencontres des tours suivants sont ecrites des
		*>	le tirage, en attente (A) de leurs qualifies, puis prevues
		*>	(P) et pointees jouees (J) par le jeu ; un exempt (E) passe
		*>	directement au tour suivant
		*>--------------------------------------------------------------
		SELECT COUPE-FILE ASSIGN TO "COUPE.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_COUPE.
		*>--------------------------------------------------------------
		*>	Etat imprimable du tableau, recree a chaque edition pour
		*>	l'affichage au local du club
		*>--------------------------------------------------------------
		SELECT RAPPORT-FILE ASSIGN TO "COUPE.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_RAPPORT.
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
	01	ENR_JOUEUR.
		05	EJ_NOM			PIC X(20).
		05	EJ_VICTOIRES		PIC 9(05).
		05	EJ_DEFAITES		PIC 9(05).
		05	EJ_CLASSEMENT		PIC 9(04).
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
	FD	RAPPORT-FILE.
	01	ENR_RAPPORT			PIC X(132).
	FD	INVITES-FILE.
	01	ENR_INVITE.
		05	EI_NOM			PIC X(20).
		05	EI_DATE			PIC X(8).
	WORKING-STORAGE SECTION.
		77	FS_JOUEURS				PIC XX.
		77	FS_COUPE				PIC XX.
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
			88	MENU_TIRER				VALUE 1.
			88	MENU_TABLEAU				VALUE 2.
			88	MENU_FIN				VALUE 9.
		77	CPE_CONFIRMATION			PIC X.
			88	CPE_CONFIRME				VALUE "O" "o".
		77	CPE_PAUSE				PIC X.
		*>--------------------------------------------------------------
		*>	Engages charges du fichier maitre, puis tries du classement
		*>	le plus haut au plus bas : le rang dans la table est la tete
		*>	de serie. Le tableau est limite a 64 places, les moins bien
		*>	classes au-dela restent dehors
		*>--------------------------------------------------------------
		01	ENGAGES.
			05	ENG_ENTREE			OCCURS 100 TIMES.
				10	ENG_NOM			PIC X(20).
				10	ENG_CLASSEMENT		PIC 9(04).
		77	NB_ENGAGES				PIC 999		VALUE 0.
		77	IDX_ENG					PIC 999.
		77	JDX_ENG					PIC 999.
		77	ENG_NOM_TMP				PIC X(20).
		77	ENG_CLT_TMP				PIC 9(04).
		77	PLACES_MAXI				PIC 999		VALUE 64.
		*>--------------------------------------------------------------
		*>	Placement des tetes de serie : pour un tableau de N places,
		*>	la place p du premier tour recoit la tete PLA_TETE(p). On
		*>	part de la tete 1 seule et on double jusqu'a N, chaque tete
		*>	t d'un tableau de M places etant suivie de sa complementaire
		*>	2M + 1 - t : 1-8, 4-5, 2-7, 3-6 pour 8 places. Les tetes au
		*>	dela du nombre d'engages sont des exemptions, qui tombent
		*>	ainsi face aux mieux classes
		*>--------------------------------------------------------------
		01	PLACEMENT.
			05	PLA_TETE			OCCURS 64 TIMES	PIC 999.
		01	PLACEMENT_TRAVAIL.
			05	PLT_TETE			OCCURS 64 TIMES	PIC 999.
		77	NB_PLACES				PIC 999.
		77	NB_PLACES_AVANT				PIC 999.
		77	IDX_PLA					PIC 999.
		77	NUM_TETE_A				PIC 999.
		77	NUM_TETE_B				PIC 999.
		*>--------------------------------------------------------------
		*>	Tableau complet en memoire, tous tours confondus, dans
		*>	l'ordre du fichier : 63 rencontres au plus pour 64 places
		*>--------------------------------------------------------------
		01	TABLEAU_COUPE.
			05	TAB_RENCONTRE			OCCURS 63 TIMES.
				10	TAB_TOUR		PIC 99.
				10	TAB_NUMERO		PIC 99.
				10	TAB_TETE_A		PIC 999.
				10	TAB_NOM_A		PIC X(20).
				10	TAB_TETE_B		PIC 999.
				10	TAB_NOM_B		PIC X(20).
				10	TAB_ETAT		PIC X.
				10	TAB_DATE_JOUEE		PIC X(8).
				10	TAB_NOM_GAGNANT		PIC X(20).
		77	NB_TAB					PIC 99		VALUE 0.
		77	IDX_TAB					PIC 99.
		77	JDX_TAB					PIC 99.
		77	NB_TOURS				PIC 99		VALUE 0.
		77	NUM_TOUR_COUPE				PIC 99.
		77	NB_RENCONTRES_TOUR			PIC 99.
		77	NUM_RENCONTRE				PIC 99.
		77	TOUR_SUIVANT				PIC 99.
		77	RENCONTRE_SUIVANTE			PIC 99.
		77	RESTE_DIVISION				PIC 9.
		77	NOM_QUALIFIE				PIC X(20).
		77	TETE_QUALIFIE				PIC 999.
		77	NB_JOUEES				PIC 99		VALUE 0.
		77	NB_A_JOUER				PIC 99		VALUE 0.
		77	NB_EXEMPTS				PIC 99		VALUE 0.
		77	TOUR_PRECEDENT				PIC 99.
		77	NOM_DU_TOUR				PIC X(20).
		77	RESULTAT_RENCONTRE			PIC X(50).
		*>--------------------------------------------------------------
		*>	Edition paginee du tableau dans COUPE.RPT : la ligne a
		*>	editer est posee dans LIGNE_EDITION, ECRIRE_LIGNE_RAPPORT
		*>	gere le saut de page et le rappel des entetes de colonnes
		*>--------------------------------------------------------------
		77	FS_RAPPORT				PIC XX.
		77	DATE_DU_JOUR				PIC X(8).
		77	NUM_PAGE				PIC 9(04)	VALUE 0.
		77	NUM_LIGNE				PIC 99		VALUE 99.
		77	LIGNES_PAR_PAGE				PIC 99		VALUE 55.
		77	LIGNE_EDITION				PIC X(132).
		01	ENTETE_RAPPORT.
			02	FILLER				PIC X(50)	VALUE "TOUCHE COBOL - TABLEAU DE LA COUPE".
			02	FILLER				PIC X(10)	VALUE "EDITE LE ".
			02	ENT_JOUR			PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	ENT_MOIS			PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	ENT_ANNEE			PIC X(4).
			02	FILLER				PIC X(08)	VALUE "    PAGE".
			02	ENT_PAGE			PIC ZZZ9.
		01	ENTETE_COLONNES.
			02	FILLER				PIC X(8)	VALUE "RENC.".
			02	FILLER				PIC X(5)	VALUE "TETE".
			02	FILLER				PIC X(28)	VALUE "JOUEUR A".
			02	FILLER				PIC X(5)	VALUE "TETE".
			02	FILLER				PIC X(22)	VALUE "JOUEUR B".
			02	FILLER				PIC X(8)	VALUE "RESULTAT".
		01	LIG_TOUR.
			02	FILLER				PIC X(5)	VALUE "TOUR ".
			02	LTR_TOUR			PIC Z9.
			02	FILLER				PIC X(3)	VALUE " - ".
			02	LTR_NOM				PIC X(20).
		01	LIG_RENCONTRE.
			02	FILLER				PIC XX		VALUE SPACES.
			02	LRE_NUMERO			PIC Z9.
			02	FILLER				PIC X(4)	VALUE SPACES.
			02	LRE_TETE_A			PIC ZZZZ.
			02	FILLER				PIC X		VALUE SPACE.
			02	LRE_NOM_A			PIC X(20).
			02	FILLER				PIC X(8)	VALUE " contre ".
			02	LRE_TETE_B			PIC ZZZZ.
			02	FILLER				PIC X		VALUE SPACE.
			02	LRE_NOM_B			PIC X(20).
			02	FILLER				PIC XX		VALUE SPACES.
			02	LRE_RESULTAT			PIC X(50).
		01	LIG_TOTAUX.
			02	FILLER				PIC X(8)	VALUE "TOTAL : ".
			02	LTO_JOUEES			PIC Z9.
			02	FILLER				PIC X(24)	VALUE " rencontre(s) jouee(s), ".
			02	LTO_A_JOUER			PIC Z9.
			02	FILLER				PIC X(21)	VALUE " restant(s) a jouer, ".
			02	LTO_EXEMPTS			PIC Z9.
			02	FILLER				PIC X(13)	VALUE " exemption(s)".
	SCREEN SECTION.
		01	PLS_CPE_MENU.
			02 BLANK SCREEN.
			02 LINE 1  COL 10	VALUE	"COUPE A ELIMINATION DIRECTE - COUPE.DAT".
			02 LINE 3  COL 3	VALUE	"1 = Tirer le tableau (semis par classement)".
			02 LINE 4  COL 3	VALUE	"2 = Tableau de la coupe".
			02 LINE 5  COL 3	VALUE	"9 = Fin".
			02 LINE 7  COL 3	VALUE	"Votre choix :".
			02 LINE 7  COL 17	PIC 9 TO CHOIX_MENU REQUIRED.

		01	PLS_CPE_CONFIRMER.
			02 LINE 10 COL 3	VALUE	"Un tableau existe deja et sera remplace. Confirmer ? (O/N)".
			02 LINE 10 COL 62	PIC X TO CPE_CONFIRMATION.

		01	PLS_CPE_PAUSE.
			02 LINE 24 COL 3	VALUE	"Appuyez sur Entree pour continuer".
			02 LINE 24 COL 38	PIC X TO CPE_PAUSE.
PROCEDURE DIVISION.
	PERFORM TEST BEFORE UNTIL MENU_FIN
		ACCEPT PLS_CPE_MENU
		EVALUATE TRUE
			WHEN MENU_TIRER
				PERFORM TIRER_TABLEAU
			WHEN MENU_TABLEAU
				PERFORM AFFICHER_TABLEAU
			WHEN MENU_FIN
				CONTINUE
			WHEN OTHER
				CONTINUE
		END-EVALUATE
	END-PERFORM.
	STOP RUN.

	TIRER_TABLEAU.
		*> Tableau seme depuis les classements du fichier maitre. Un
		*> tableau en cours n'est remplace qu'apres confirmation, les
		*> rencontres deja pointees seraient perdues.
		PERFORM CHARGER_ENGAGES.
		IF NB_ENGAGES IS LESS THAN 2 THEN
			DISPLAY "Pas assez d'engages au palmares pour une coupe."
			ACCEPT PLS_CPE_PAUSE
		ELSE
			OPEN INPUT COUPE-FILE
			IF FS_COUPE IS EQUAL TO "00" THEN
				CLOSE COUPE-FILE
				MOVE SPACE TO CPE_CONFIRMATION
				ACCEPT PLS_CPE_CONFIRMER
			ELSE
				SET CPE_CONFIRME TO TRUE
			END-IF
			IF CPE_CONFIRME THEN
				PERFORM TRIER_ENGAGES
				PERFORM PLACER_TETES_DE_SERIE
				PERFORM CONSTRUIRE_TABLEAU
				PERFORM ECRIRE_TABLEAU
				IF FS_COUPE IS EQUAL TO "00" THEN
					DISPLAY "Tableau tire : " NB_ENGAGES " engage(s), " NB_PLACES " place(s), "
						NB_TOURS " tour(s), " NB_EXEMPTS " exemption(s)."
				END-IF
			ELSE
				DISPLAY "Tableau conserve tel quel."
			END-IF
			ACCEPT PLS_CPE_PAUSE
		END-IF.

	CHARGER_ENGAGES.
		MOVE ZERO TO NB_ENGAGES.
		PERFORM CHARGER_INVITES.
		OPEN INPUT JOUEURS-FILE.
		IF FS_JOUEURS IS NOT EQUAL TO "00" THEN
			DISPLAY "JOUEURS.DAT absent ou illisible (statut " FS_JOUEURS ")."
		ELSE
			MOVE LOW-VALUES TO EJ_NOM
			START JOUEURS-FILE KEY IS NOT LESS THAN EJ_NOM
				INVALID KEY MOVE "10" TO FS_JOUEURS
			END-START
			PERFORM TEST BEFORE UNTIL FS_JOUEURS IS NOT EQUAL TO "00"
				READ JOUEURS-FILE NEXT
					AT END CONTINUE
					NOT AT END
						*> L'Ordinateur du mode solo n'est pas un engage :
						*> le jeu ne pointe qu'en manche a deux joueurs.
						*> Un invite d'un club voisin n'est pas engage
						*> non plus.
						PERFORM RECONNAITRE_INVITE
						IF EJ_NOM IS EQUAL TO "Ordinateur" OR EST_INVITE THEN
							CONTINUE
						ELSE
							IF NB_ENGAGES IS LESS THAN 100 THEN
								ADD 1 TO NB_ENGAGES
								MOVE EJ_NOM TO ENG_NOM(NB_ENGAGES)
								MOVE EJ_CLASSEMENT TO ENG_CLASSEMENT(NB_ENGAGES)
							END-IF
						END-IF
				END-READ
			END-PERFORM
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

	TRIER_ENGAGES.
		*> Tri par echanges successifs, du classement le plus haut au
		*> plus bas : a classement egal l'ordre de la cle est garde.
		PERFORM VARYING IDX_ENG FROM 1 BY 1 UNTIL IDX_ENG > NB_ENGAGES
			PERFORM VARYING JDX_ENG FROM 1 BY 1 UNTIL JDX_ENG IS NOT LESS THAN NB_ENGAGES
				IF ENG_CLASSEMENT(JDX_ENG) IS LESS THAN ENG_CLASSEMENT(JDX_ENG + 1) THEN
					MOVE ENG_NOM(JDX_ENG) TO ENG_NOM_TMP
					MOVE ENG_CLASSEMENT(JDX_ENG) TO ENG_CLT_TMP
					MOVE ENG_NOM(JDX_ENG + 1) TO ENG_NOM(JDX_ENG)
					MOVE ENG_CLASSEMENT(JDX_ENG + 1) TO ENG_CLASSEMENT(JDX_ENG)
					MOVE ENG_NOM_TMP TO ENG_NOM(JDX_ENG + 1)
					MOVE ENG_CLT_TMP TO ENG_CLASSEMENT(JDX_ENG + 1)
				END-IF
			END-PERFORM
		END-PERFORM.
		IF NB_ENGAGES IS GREATER THAN PLACES_MAXI THEN
			DISPLAY "Tableau limite a " PLACES_MAXI " places : les "
				NB_ENGAGES " inscrits ne sont pas tous engages."
			MOVE PLACES_MAXI TO NB_ENGAGES
		END-IF.

	PLACER_TETES_DE_SERIE.
		*> Taille du tableau : la premiere puissance de deux qui tient
		*> tous les engages, le nombre de tours en decoulant.
		MOVE 1 TO NB_PLACES.
		MOVE 1 TO PLA_TETE(1).
		MOVE ZERO TO NB_TOURS.
		PERFORM TEST BEFORE UNTIL NB_PLACES IS NOT LESS THAN NB_ENGAGES
			MOVE NB_PLACES TO NB_PLACES_AVANT
			MULTIPLY 2 BY NB_PLACES
			ADD 1 TO NB_TOURS
			PERFORM VARYING IDX_PLA FROM 1 BY 1 UNTIL IDX_PLA > NB_PLACES_AVANT
				MOVE PLA_TETE(IDX_PLA) TO PLT_TETE(2 * IDX_PLA - 1)
				COMPUTE PLT_TETE(2 * IDX_PLA) = NB_PLACES + 1 - PLA_TETE(IDX_PLA)
			END-PERFORM
			PERFORM VARYING IDX_PLA FROM 1 BY 1 UNTIL IDX_PLA > NB_PLACES
				MOVE PLT_TETE(IDX_PLA) TO PLA_TETE(IDX_PLA)
			END-PERFORM
		END-PERFORM.

	CONSTRUIRE_TABLEAU.
		*> Premier tour depuis le placement, puis les tours suivants
		*> en attente de leurs qualifies. Les exemptions du premier
		*> tour qualifient tout de suite leur tete de serie.
		MOVE ZERO TO NB_TAB.
		MOVE ZERO TO NB_EXEMPTS.
		MOVE 1 TO NUM_TOUR_COUPE.
		MOVE ZERO TO NUM_RENCONTRE.
		PERFORM VARYING IDX_PLA FROM 1 BY 2 UNTIL IDX_PLA > NB_PLACES
			ADD 1 TO NUM_RENCONTRE
			ADD 1 TO NB_TAB
			MOVE NUM_TOUR_COUPE TO TAB_TOUR(NB_TAB)
			MOVE NUM_RENCONTRE TO TAB_NUMERO(NB_TAB)
			MOVE PLA_TETE(IDX_PLA) TO NUM_TETE_A
			MOVE PLA_TETE(IDX_PLA + 1) TO NUM_TETE_B
			MOVE NUM_TETE_A TO TAB_TETE_A(NB_TAB)
			MOVE ENG_NOM(NUM_TETE_A) TO TAB_NOM_A(NB_TAB)
			MOVE SPACES TO TAB_DATE_JOUEE(NB_TAB)
			*> La complementaire d'une tete engagee peut depasser le
			*> nombre d'engages : c'est une exemption, jamais l'inverse.
			IF NUM_TETE_B IS GREATER THAN NB_ENGAGES THEN
				MOVE ZERO TO TAB_TETE_B(NB_TAB)
				MOVE SPACES TO TAB_NOM_B(NB_TAB)
				MOVE "E" TO TAB_ETAT(NB_TAB)
				MOVE TAB_NOM_A(NB_TAB) TO TAB_NOM_GAGNANT(NB_TAB)
				ADD 1 TO NB_EXEMPTS
			ELSE
				MOVE NUM_TETE_B TO TAB_TETE_B(NB_TAB)
				MOVE ENG_NOM(NUM_TETE_B) TO TAB_NOM_B(NB_TAB)
				MOVE "P" TO TAB_ETAT(NB_TAB)
				MOVE SPACES TO TAB_NOM_GAGNANT(NB_TAB)
			END-IF
		END-PERFORM.
		DIVIDE NUM_RENCONTRE BY 2 GIVING NB_RENCONTRES_TOUR.
		PERFORM VARYING NUM_TOUR_COUPE FROM 2 BY 1 UNTIL NUM_TOUR_COUPE > NB_TOURS
			PERFORM VARYING NUM_RENCONTRE FROM 1 BY 1 UNTIL NUM_RENCONTRE > NB_RENCONTRES_TOUR
				ADD 1 TO NB_TAB
				MOVE NUM_TOUR_COUPE TO TAB_TOUR(NB_TAB)
				MOVE NUM_RENCONTRE TO TAB_NUMERO(NB_TAB)
				MOVE ZERO TO TAB_TETE_A(NB_TAB)
				MOVE SPACES TO TAB_NOM_A(NB_TAB)
				MOVE ZERO TO TAB_TETE_B(NB_TAB)
				MOVE SPACES TO TAB_NOM_B(NB_TAB)
				MOVE "A" TO TAB_ETAT(NB_TAB)
				MOVE SPACES TO TAB_DATE_JOUEE(NB_TAB)
				MOVE SPACES TO TAB_NOM_GAGNANT(NB_TAB)
			END-PERFORM
			DIVIDE 2 INTO NB_RENCONTRES_TOUR
		END-PERFORM.
		PERFORM VARYING IDX_TAB FROM 1 BY 1 UNTIL IDX_TAB > NB_TAB
			IF TAB_ETAT(IDX_TAB) IS EQUAL TO "E" THEN
				PERFORM QUALIFIER_EXEMPT
			END-IF
		END-PERFORM.

	QUALIFIER_EXEMPT.
		*> Le vainqueur de la rencontre n du tour t va a la rencontre
		*> (n + 1) / 2 du tour t + 1, en place A si n est impair et en
		*> place B sinon : la meme regle que suit le jeu au pointage.
		*> La rencontre suivante est prevue des que ses deux places
		*> sont connues.
		COMPUTE TOUR_SUIVANT = TAB_TOUR(IDX_TAB) + 1.
		DIVIDE TAB_NUMERO(IDX_TAB) BY 2 GIVING RENCONTRE_SUIVANTE REMAINDER RESTE_DIVISION.
		ADD RESTE_DIVISION TO RENCONTRE_SUIVANTE.
		MOVE TAB_NOM_GAGNANT(IDX_TAB) TO NOM_QUALIFIE.
		MOVE TAB_TETE_A(IDX_TAB) TO TETE_QUALIFIE.
		PERFORM VARYING JDX_TAB FROM 1 BY 1 UNTIL JDX_TAB > NB_TAB
			IF TAB_TOUR(JDX_TAB) IS EQUAL TO TOUR_SUIVANT
				AND TAB_NUMERO(JDX_TAB) IS EQUAL TO RENCONTRE_SUIVANTE THEN
				IF RESTE_DIVISION IS EQUAL TO 1 THEN
					MOVE NOM_QUALIFIE TO TAB_NOM_A(JDX_TAB)
					MOVE TETE_QUALIFIE TO TAB_TETE_A(JDX_TAB)
				ELSE
					MOVE NOM_QUALIFIE TO TAB_NOM_B(JDX_TAB)
					MOVE TETE_QUALIFIE TO TAB_TETE_B(JDX_TAB)
				END-IF
				IF TAB_NOM_A(JDX_TAB) IS NOT EQUAL TO SPACES
					AND TAB_NOM_B(JDX_TAB) IS NOT EQUAL TO SPACES THEN
					MOVE "P" TO TAB_ETAT(JDX_TAB)
				END-IF
			END-IF
		END-PERFORM.

	ECRIRE_TABLEAU.
		*> COUPE.DAT inutilisable : rien n'est ecrit et le tirage est
		*> annonce en echec ; l'ancien tableau, s'il y en avait un, est
		*> de toute facon deja perdu a l'ouverture.
		OPEN OUTPUT COUPE-FILE.
		IF FS_COUPE IS NOT EQUAL TO "00" THEN
			DISPLAY "COUPE.DAT inutilisable (statut " FS_COUPE "), tableau non ecrit."
		ELSE
			PERFORM VARYING IDX_TAB FROM 1 BY 1 UNTIL IDX_TAB > NB_TAB
				MOVE TAB_TOUR(IDX_TAB) TO ECU_TOUR
				MOVE TAB_NUMERO(IDX_TAB) TO ECU_RENCONTRE
				MOVE TAB_TETE_A(IDX_TAB) TO ECU_TETE_A
				MOVE TAB_NOM_A(IDX_TAB) TO ECU_NOM_A
				MOVE TAB_TETE_B(IDX_TAB) TO ECU_TETE_B
				MOVE TAB_NOM_B(IDX_TAB) TO ECU_NOM_B
				MOVE TAB_ETAT(IDX_TAB) TO ECU_ETAT
				MOVE TAB_DATE_JOUEE(IDX_TAB) TO ECU_DATE_JOUEE
				MOVE TAB_NOM_GAGNANT(IDX_TAB) TO ECU_NOM_GAGNANT
				WRITE ENR_COUPE
			END-PERFORM
			CLOSE COUPE-FILE
		END-IF.

	AFFICHER_TABLEAU.
		*> Relit le tableau tel que le jeu l'a pointe et le presente
		*> tour par tour, a l'ecran et dans l'etat COUPE.RPT : qui a
		*> gagne quoi et quand, et ce qui reste a jouer.
		PERFORM CHARGER_TABLEAU.
		IF NB_TAB IS EQUAL TO ZERO THEN
			DISPLAY "Aucun tableau : tirez-le d'abord."
		ELSE
			MOVE ZERO TO NB_JOUEES
			MOVE ZERO TO NB_A_JOUER
			MOVE ZERO TO NB_EXEMPTS
			MOVE ZERO TO TOUR_PRECEDENT
			PERFORM OUVRIR_RAPPORT
			PERFORM VARYING IDX_TAB FROM 1 BY 1 UNTIL IDX_TAB > NB_TAB
				IF TAB_TOUR(IDX_TAB) IS NOT EQUAL TO TOUR_PRECEDENT THEN
					PERFORM PRESENTER_TOUR
				END-IF
				PERFORM PRESENTER_RENCONTRE
			END-PERFORM
			PERFORM CLORE_RAPPORT
			DISPLAY " "
			DISPLAY "Total : " NB_JOUEES " rencontre(s) jouee(s), " NB_A_JOUER
				" restant(s) a jouer, " NB_EXEMPTS " exemption(s)."
			IF TAB_ETAT(NB_TAB) IS EQUAL TO "J" THEN
				DISPLAY "Vainqueur de la coupe : " TAB_NOM_GAGNANT(NB_TAB)
			END-IF
		END-IF.
		ACCEPT PLS_CPE_PAUSE.

	CHARGER_TABLEAU.
		MOVE ZERO TO NB_TAB.
		MOVE ZERO TO NB_TOURS.
		OPEN INPUT COUPE-FILE.
		IF FS_COUPE IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_COUPE IS EQUAL TO "10"
				READ COUPE-FILE
					AT END CONTINUE
					NOT AT END
						IF NB_TAB IS LESS THAN 63 THEN
							ADD 1 TO NB_TAB
							MOVE ECU_TOUR TO TAB_TOUR(NB_TAB)
							MOVE ECU_RENCONTRE TO TAB_NUMERO(NB_TAB)
							MOVE ECU_TETE_A TO TAB_TETE_A(NB_TAB)
							MOVE ECU_NOM_A TO TAB_NOM_A(NB_TAB)
							MOVE ECU_TETE_B TO TAB_TETE_B(NB_TAB)
							MOVE ECU_NOM_B TO TAB_NOM_B(NB_TAB)
							MOVE ECU_ETAT TO TAB_ETAT(NB_TAB)
							MOVE ECU_DATE_JOUEE TO TAB_DATE_JOUEE(NB_TAB)
							MOVE ECU_NOM_GAGNANT TO TAB_NOM_GAGNANT(NB_TAB)
							IF ECU_TOUR IS GREATER THAN NB_TOURS THEN
								MOVE ECU_TOUR TO NB_TOURS
							END-IF
						END-IF
				END-READ
			END-PERFORM
			CLOSE COUPE-FILE
		END-IF.

	PRESENTER_TOUR.
		*> Le nom du tour se deduit de sa distance a la finale.
		MOVE TAB_TOUR(IDX_TAB) TO TOUR_PRECEDENT.
		COMPUTE NUM_TOUR_COUPE = NB_TOURS - TAB_TOUR(IDX_TAB).
		EVALUATE NUM_TOUR_COUPE
			WHEN 0
				MOVE "FINALE" TO NOM_DU_TOUR
			WHEN 1
				MOVE "DEMI-FINALES" TO NOM_DU_TOUR
			WHEN 2
				MOVE "QUARTS DE FINALE" TO NOM_DU_TOUR
			WHEN 3
				MOVE "HUITIEMES DE FINALE" TO NOM_DU_TOUR
			WHEN OTHER
				MOVE "TOUR PRELIMINAIRE" TO NOM_DU_TOUR
		END-EVALUATE.
		DISPLAY " ".
		DISPLAY "===== Tour " TAB_TOUR(IDX_TAB) " - " NOM_DU_TOUR " =====".
		IF NUM_LIGNE IS LESS THAN LIGNES_PAR_PAGE THEN
			MOVE SPACES TO LIGNE_EDITION
			PERFORM ECRIRE_LIGNE_RAPPORT
		END-IF.
		MOVE TAB_TOUR(IDX_TAB) TO LTR_TOUR.
		MOVE NOM_DU_TOUR TO LTR_NOM.
		MOVE LIG_TOUR TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.

	PRESENTER_RENCONTRE.
		MOVE SPACES TO RESULTAT_RENCONTRE.
		EVALUATE TAB_ETAT(IDX_TAB)
			WHEN "J"
				ADD 1 TO NB_JOUEES
				STRING "gagnee par " TAB_NOM_GAGNANT(IDX_TAB) " le "
					TAB_DATE_JOUEE(IDX_TAB)(7:2) "/" TAB_DATE_JOUEE(IDX_TAB)(5:2) "/"
					TAB_DATE_JOUEE(IDX_TAB)(1:4) DELIMITED BY SIZE
					INTO RESULTAT_RENCONTRE
				END-STRING
			WHEN "E"
				ADD 1 TO NB_EXEMPTS
				MOVE "exempte, qualifie d'office" TO RESULTAT_RENCONTRE
			WHEN "P"
				ADD 1 TO NB_A_JOUER
				MOVE "a jouer" TO RESULTAT_RENCONTRE
			WHEN OTHER
				ADD 1 TO NB_A_JOUER
				MOVE "en attente des qualifies" TO RESULTAT_RENCONTRE
		END-EVALUATE.
		DISPLAY "  " TAB_NUMERO(IDX_TAB) " - " TAB_NOM_A(IDX_TAB) " contre "
			TAB_NOM_B(IDX_TAB) " : " RESULTAT_RENCONTRE.
		MOVE TAB_NUMERO(IDX_TAB) TO LRE_NUMERO.
		MOVE TAB_TETE_A(IDX_TAB) TO LRE_TETE_A.
		MOVE TAB_NOM_A(IDX_TAB) TO LRE_NOM_A.
		MOVE TAB_TETE_B(IDX_TAB) TO LRE_TETE_B.
		MOVE TAB_NOM_B(IDX_TAB) TO LRE_NOM_B.
		MOVE RESULTAT_RENCONTRE TO LRE_RESULTAT.
		MOVE LIG_RENCONTRE TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.

	OUVRIR_RAPPORT.
		*> L'etat est recree a chaque edition du tableau : c'est la
		*> photographie du jour, a epingler au local du club.
		OPEN OUTPUT RAPPORT-FILE.
		IF FS_RAPPORT IS NOT EQUAL TO "00" THEN
			DISPLAY "COUPE.RPT inutilisable (statut " FS_RAPPORT "), edition ecran seule."
		END-IF.
		ACCEPT DATE_DU_JOUR FROM DATE YYYYMMDD.
		MOVE DATE_DU_JOUR(7:2) TO ENT_JOUR.
		MOVE DATE_DU_JOUR(5:2) TO ENT_MOIS.
		MOVE DATE_DU_JOUR(1:4) TO ENT_ANNEE.
		MOVE ZERO TO NUM_PAGE.
		MOVE 99 TO NUM_LIGNE.

	ECRIRE_LIGNE_RAPPORT.
		*> Toute ligne passe par ici : le saut de page reecrit le titre,
		*> la date, le numero de page et les entetes de colonnes. Un
		*> fichier d'etat inutilisable a deja ete signale a l'ouverture,
		*> on n'ecrit alors simplement rien.
		IF FS_RAPPORT IS EQUAL TO "00" THEN
			IF NUM_LIGNE IS NOT LESS THAN LIGNES_PAR_PAGE THEN
				PERFORM ECRIRE_ENTETE_PAGE
			END-IF
			WRITE ENR_RAPPORT FROM LIGNE_EDITION
			ADD 1 TO NUM_LIGNE
		END-IF.
		MOVE SPACES TO LIGNE_EDITION.

	ECRIRE_ENTETE_PAGE.
		ADD 1 TO NUM_PAGE.
		MOVE NUM_PAGE TO ENT_PAGE.
		WRITE ENR_RAPPORT FROM ENTETE_RAPPORT.
		WRITE ENR_RAPPORT FROM ENTETE_COLONNES.
		MOVE SPACES TO ENR_RAPPORT.
		WRITE ENR_RAPPORT.
		MOVE 3 TO NUM_LIGNE.

	CLORE_RAPPORT.
		MOVE SPACES TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.
		MOVE NB_JOUEES TO LTO_JOUEES.
		MOVE NB_A_JOUER TO LTO_A_JOUER.
		MOVE NB_EXEMPTS TO LTO_EXEMPTS.
		MOVE LIG_TOTAUX TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.
		IF TAB_ETAT(NB_TAB) IS EQUAL TO "J" THEN
			STRING "VAINQUEUR DE LA COUPE : " TAB_NOM_GAGNANT(NB_TAB)
				DELIMITED BY SIZE INTO LIGNE_EDITION
			END-STRING
			PERFORM ECRIRE_LIGNE_RAPPORT
		END-IF.
		IF FS_RAPPORT IS EQUAL TO "00" THEN
			CLOSE RAPPORT-FILE
			DISPLAY "Etat imprimable ecrit dans COUPE.RPT."
		END-IF.
