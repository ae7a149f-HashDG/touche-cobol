			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_PLATEAU_CFG.
		*>--------------------------------------------------------------
		*>	Temps de jeu : une ligne donnant en secondes le temps
		*>	laisse au joueur pour chaque tir (de 10 a 999, 0 = pas de
		*>	limite). Fichier facultatif, comme PLATEAU.CFG : sans lui
		*>	on joue sans limite de temps.
		*>--------------------------------------------------------------
		SELECT DELAI-CONFIG-FILE ASSIGN TO "DELAI.CFG"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_DELAI_CFG.
		*>--------------------------------------------------------------
		*>	Rejeu : etat de la zone de jeu enregistre apres chaque tir,
		*>	pour pouvoir revoir une partie terminee image par image
		*>--------------------------------------------------------------
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_TRAV_CAL.
		*>--------------------------------------------------------------
		*>	Tableau de la coupe, tire par Touche-Coupe : la rencontre
		*>	prevue de la paire est pointee jouee comme au calendrier de
		*>	la ligue, et le gagnant prend sa place au tour suivant. Pas
		*>	de tableau = pas de coupe, le jeu se tait
		*>--------------------------------------------------------------
		SELECT COUPE-FILE ASSIGN TO "COUPE.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_COUPE.
		SELECT TRAVAIL-COUPE-FILE ASSIGN TO "COUPE.TMP"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_TRAV_CPE.
		*>--------------------------------------------------------------
		*>	Trophees des joueurs : une distinction par joueur et par
		*>	code, decernee une seule fois, avec la date et le numero
		*>	d'archive du match qui l'a value
		*>--------------------------------------------------------------
		SELECT TROPHEES-FILE ASSIGN TO "TROPHEES.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ETR_CLE
			FILE STATUS IS FS_TROPHEES.
		*>--------------------------------------------------------------
		*>	Parties par correspondance en cours : l'etat de chaque
		*>	partie (celui que SAUVEGARDER_PARTIE ecrit au point de
		*>	reprise) sous son numero, repris et reecrit a chaque visite
		*>	d'un joueur qui vient jouer son tour
		*>--------------------------------------------------------------
		SELECT PARTIES-FILE ASSIGN TO "PARTIES.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EPC_NUMERO
			FILE STATUS IS FS_PARTIES.
		*>--------------------------------------------------------------
		*>	Coups deja joues des parties par correspondance (journal de
		*>	bord et image de rejeu de chaque tir), pour reconstituer
		*>	JOURNAL.DAT et REPLAY.DAT d'une visite a l'autre. Les coups
		*>	d'une partie terminee en sont retires par recopie via un
		*>	fichier de travail, comme au calendrier
		*>--------------------------------------------------------------
		SELECT COUPS-FILE ASSIGN TO "COUPS.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_COUPS.
		SELECT TRAVAIL-COUPS-FILE ASSIGN TO "COUPS.TMP"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_TRAV_CPS.
		*>--------------------------------------------------------------
		*>	Etat imprimable du rapport de fin de partie : recree a la
		*>	premiere manche de la session, les manches suivantes s'y
		*>	ajoutent, pour garder une trace paginee de la soiree
		SELECT RAPPORT-FILE ASSIGN TO "RAPPORT.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_RAPPORT.
		*>--------------------------------------------------------------
		*>	Registre des adherents tenu par Touche-Membres, lu a la
		*>	saisie des noms pour signaler une cotisation echue
		*>--------------------------------------------------------------
		SELECT MEMBRES-FILE ASSIGN TO "MEMBRES.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EM_NOM
			FILE STATUS IS FS_MEMBRES.
		*>--------------------------------------------------------------
		*>	Parametres de la chaine de nuit, relus ici pour le delai
		*>	au-dela duquel une partie par correspondance est en retard
		*>	(le meme que l'etat de Touche-Retards)
		*>--------------------------------------------------------------
		SELECT PARAM-FILE ASSIGN TO "BATCH.PRM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_PARAM.
DATA DIVISION.
	FILE SECTION.
	FD	JOUEURS-FILE.
		05	EJR_X			PIC 99.
		05	EJR_Y			PIC 99.
		05	EJR_RESULTAT		PIC X(7).
		05	EJR_HEURE		PIC X(6).
	FD	CHECKPOINT-FILE.
	01	ENR_CHECKPOINT.
		05	ECP_NOM_J1		PIC X(20).
		05	ECP_SEMIS		OCCURS 20 TIMES.
			10	ECP_SEM_NOM		PIC X(20).
			10	ECP_SEM_CLASSEMENT	PIC 9(04).
		05	ECP_DATE_DEBUT		PIC X(8).
		05	ECP_HEURE_DEBUT		PIC X(6).
		05	ECP_DELAIS_J1		PIC 9.
		05	ECP_DELAIS_J2		PIC 9.
	FD	FLOTTE-CONFIG-FILE.
	01	ENR_FLOTTE_CFG.
		05	FCF_TAILLE		PIC 9.
		05	PCF_SAISIE_R	REDEFINES PCF_SAISIE.
			10	PCF_CHIFFRE_1		PIC X.
			10	PCF_CHIFFRE_2		PIC X.
	FD	DELAI-CONFIG-FILE.
	01	ENR_DELAI_CFG.
		05	DCF_SAISIE		PIC X(3).
		05	DCF_SAISIE_R	REDEFINES DCF_SAISIE.
			10	DCF_DEUX_CHIFFRES	PIC XX.
			10	DCF_TROISIEME		PIC X.
	FD	REPLAY-FILE.
	01	ENR_REPLAY.
		05	ERP_MANCHE		PIC 99.
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
	FD	ARCHIVE-REPLAY-FILE.
	01	ENR_ARCH_REPLAY.
		05	EAR_TYPE		PIC X.
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
	FD	TROPHEES-FILE.
	01	ENR_TROPHEE.
		05	ETR_CLE.
			10	ETR_NOM			PIC X(20).
			10	ETR_CODE		PIC X(4).
		05	ETR_DATE		PIC X(8).
		05	ETR_MATCH		PIC 9(05).
	FD	PARTIES-FILE.
	01	ENR_PARTIE_CORRESP.
		05	EPC_NUMERO		PIC 9(05).
		05	EPC_DATE_CREATION	PIC X(8).
		05	EPC_DATE_DERNIER_COUP	PIC X(8).
		05	EPC_NOM_J1		PIC X(20).
		05	EPC_NOM_J2		PIC X(20).
		05	EPC_NOM_J3		PIC X(20).
		05	EPC_NOM_J4		PIC X(20).
		05	EPC_JOUEUR_ACTUEL	PIC 9.
		05	EPC_NB_TOUCHE		PIC 99.
		05	EPC_FLO_J1		PIC X(450).
		05	EPC_FLO_J2		PIC X(450).
		05	EPC_TAILLE_PLATEAU	PIC 99.
		05	EPC_MODE_JOUEURS	PIC 9.
		05	EPC_NB_CASES_FLOTTE	PIC 99.
		05	EPC_NB_BATEAUX_J1	PIC 99.
		05	EPC_NB_BATEAUX_J2	PIC 99.
		05	EPC_BATEAUX_J1		OCCURS 10 TIMES.
			10	EPC_BJ1_TAILLE		PIC 9.
			10	EPC_BJ1_X		PIC 99.
			10	EPC_BJ1_Y		PIC 99.
			10	EPC_BJ1_ORIENT		PIC X.
			10	EPC_BJ1_COULE		PIC 9.
			10	EPC_BJ1_TOUR_COULE	PIC 99.
		05	EPC_BATEAUX_J2		OCCURS 10 TIMES.
			10	EPC_BJ2_TAILLE		PIC 9.
			10	EPC_BJ2_X		PIC 99.
			10	EPC_BJ2_Y		PIC 99.
			10	EPC_BJ2_ORIENT		PIC X.
			10	EPC_BJ2_COULE		PIC 9.
			10	EPC_BJ2_TOUR_COULE	PIC 99.
		05	EPC_TIRS_J1		PIC 999.
		05	EPC_TOUCHES_J1		PIC 99.
		05	EPC_TIRS_J2		PIC 999.
		05	EPC_TOUCHES_J2		PIC 99.
		05	EPC_NUM_TOUR		PIC 99.
		05	EPC_SW_SALVE		PIC 9.
		05	EPC_DATE_DEBUT		PIC X(8).
		05	EPC_HEURE_DEBUT		PIC X(6).
		05	EPC_DELAIS_J1		PIC 9.
		05	EPC_DELAIS_J2		PIC 9.
	FD	COUPS-FILE.
	01	ENR_COUP.
		05	ECC_PARTIE		PIC 9(05).
		05	ECC_NOM			PIC X(20).
		05	ECC_X			PIC 99.
		05	ECC_Y			PIC 99.
		05	ECC_RESULTAT		PIC X(7).
		05	ECC_HEURE		PIC X(6).
		05	ECC_GRILLE		PIC X(450).
	FD	TRAVAIL-COUPS-FILE.
	01	ENR_TRAV_CPS			PIC X(492).
	FD	RAPPORT-FILE.
	01	ENR_RAPPORT			PIC X(132).
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
	FD	PARAM-FILE.
	01	ENR_PARAM.
		05	PRM_CLE			PIC X(12).
		05	PRM_VALEUR		PIC X(8).
		05	PRM_VALEUR_R	REDEFINES PRM_VALEUR.
			10	PRM_NOMBRE		PIC 9(05).
			10	FILLER			PIC X(03).
	WORKING-STORAGE SECTION.
		*>--------------------------------------------------------------
		*>	Tableau de ce que sait le joueur de la flotte de l'ordi 
		77	SW_VARIANTE				PIC 9.
			88	VARIANTE_TROUVEE			VALUE 1.
		*>--------------------------------------------------------------
		*>	Cotisation du joueur admis : un adherent titulaire ou
		*>	junior dont l'echeance est passee est averti, sans etre
		*>	refuse ; un invite ou un nom hors registre ne l'est pas
		*>--------------------------------------------------------------
		77	FS_MEMBRES				PIC XX.
		77	DATE_CONTROLE_COTISATION		PIC X(8).
		01	ECHEANCE_EDITEE.
			02	ECE_JJ				PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	ECE_MM				PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	ECE_AAAA			PIC X(4).
		*>--------------------------------------------------------------
		*>	Gérer l'attaque de la flotte adverse
		*>--------------------------------------------------------------
		01	ASSAUT.
		77	TAILLE_PLATEAU				PIC 99		VALUE 10.
		77	TAILLE_LUE				PIC 99.
		77	LIMITE_CASES_FLOTTE			PIC 999.
		*>--------------------------------------------------------------
		*>	Horloge de jeu : heure de debut de la manche, temps laisse
		*>	pour chaque tir (DELAI.CFG, 0 = pas de limite) et
		*>	depassements de chaque camp ; au troisieme depassement le
		*>	camp perd la manche par forfait
		*>--------------------------------------------------------------
		77	FS_DELAI_CFG				PIC XX.
		77	LIMITE_TIR				PIC 999		VALUE 0.
		77	LIMITE_LUE				PIC 999.
		77	MAX_DELAIS				PIC 9		VALUE 3.
		77	DELAIS_J1				PIC 9		VALUE 0.
		77	DELAIS_J2				PIC 9		VALUE 0.
		77	SW_DELAI				PIC 9		VALUE 0.
			88	DELAI_DEPASSE				VALUE 1.
			88	DELAI_RESPECTE				VALUE 0.
		01	HEURE_COURANTE.
			05	HC_HEURES			PIC 99.
			05	HC_MINUTES			PIC 99.
			05	HC_SECONDES			PIC 99.
			05	HC_CENTIEMES			PIC 99.
		77	SECONDES_DEBUT_TIR			PIC 9(05).
		77	SECONDES_COURANTES			PIC 9(05).
		77	DUREE_TIR				PIC S9(05).
		77	DATE_DEBUT_MANCHE			PIC X(8)	VALUE SPACES.
		77	HEURE_DEBUT_MANCHE			PIC X(6)	VALUE SPACES.
		77	HEURE_FIN_MANCHE			PIC X(6)	VALUE SPACES.
		01	ENTETE_MODELE				PIC X(30)	VALUE "1 2 3 4 5 6 7 8 9 101112131415".
		01	ENTETE_MODELE_R	REDEFINES ENTETE_MODELE.
			05	ENTM_CASE		OCCURS 15 TIMES	PIC XX.
		77	NUM_FIXTURE_JOUEE			PIC 9(04).
		77	NOM_GAGNANT_FIXTURE			PIC X(20).
		*>--------------------------------------------------------------
		*>	Pointage de la rencontre de coupe et qualification du
		*>	gagnant : le vainqueur de la rencontre n du tour t va a la
		*>	rencontre (n + 1) / 2 du tour t + 1, en place A si n est
		*>	impair, en place B sinon
		*>--------------------------------------------------------------
		77	FS_COUPE				PIC XX.
		77	FS_TRAV_CPE				PIC XX.
		77	SW_RENCONTRE_COUPE			PIC 9.
			88	RENCONTRE_COUPE_TROUVEE			VALUE 1.
		77	SW_QUALIFICATION			PIC 9.
			88	QUALIFICATION_FAITE			VALUE 1.
		77	TOUR_COUPE_JOUE				PIC 99.
		77	RENCONTRE_COUPE_JOUEE			PIC 99.
		77	TOUR_COUPE_SUIVANT			PIC 99.
		77	RENCONTRE_COUPE_SUIVANTE		PIC 99.
		77	PLACE_COUPE_SUIVANTE			PIC 9.
			88	PLACE_COUPE_A				VALUE 1.
		77	TETE_GAGNANT_COUPE			PIC 999.
		*>--------------------------------------------------------------
		*>	Trophees decernes en fin de manche : libelle de chaque
		*>	code, participants humains de la manche avec leur parcours
		*>	d'apres l'historique (parties jouees, serie de victoires en
		*>	cours), et gagnants d'un echange de points contre un joueur
		*>	classe au moins 200 points au-dessus d'eux
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
		77	CODE_TROPHEE				PIC X(4).
		77	NOM_TROPHEE				PIC X(20).
		77	CAMP_TROPHEE				PIC 9.
		77	CAMP_GAGNANT_MANCHE			PIC 9.
		77	CAMP_GAGNANT_HIST			PIC 9.
		77	CAMP_HIST				PIC 9.
		01	PARTICIPANTS_MANCHE.
			05	PAR_ENTREE	OCCURS 4 TIMES.
				10	PAR_NOM			PIC X(20).
				10	PAR_CAMP		PIC 9.
				10	PAR_PARTIES		PIC 9(05).
				10	PAR_SERIE		PIC 9(05).
		77	NB_PARTICIPANTS				PIC 9.
		77	IDX_PAR					PIC 9.
		01	EXPLOITS_MANCHE.
			05	NOM_EXPLOIT	OCCURS 2 TIMES	PIC X(20).
		77	NB_EXPLOITS				PIC 9		VALUE 0.
		77	IDX_EXP					PIC 9.
		*>--------------------------------------------------------------
		*>	Classement a points de chaque joueur, mis a jour a chaque
		*>	fin de manche : le gagnant prend au perdant d'autant plus
		*>	de points que celui-ci etait mieux classe que lui. Tout
				88	DOUBLON_SALVE				VALUE 1.
				88	PAS_DOUBLON_SALVE			VALUE 0.
			02	NB_CASES_LIBRES			PIC 999.
		*>--------------------------------------------------------------
		*>	Parties par correspondance : une manche a deux (ou en
		*>	equipes) ouverte en une seance ou les flottes sont posees,
		*>	puis jouee un tour par visite. Le joueur qui se presente
		*>	voit les parties ou c'est a son camp de tirer ; une partie
		*>	laissee trop longtemps en plan peut etre attribuee d'office
		*>	comme la partie sauvegardee au point de reprise
		*>--------------------------------------------------------------
		77	FS_PARTIES				PIC XX.
		77	FS_COUPS				PIC XX.
		77	FS_TRAV_CPS				PIC XX.
		77	CORRESP_CHOIX				PIC X.
			88	CORRESP_JOUER				VALUE "J" "j".
			88	CORRESP_ATTRIBUER			VALUE "A" "a".
		77	CORRESP_NOUVELLE_CHOIX			PIC X.
			88	CORRESP_NOUVELLE_OUI			VALUE "O" "o".
		77	SW_CORRESP				PIC 9		VALUE 0.
			88	PARTIE_CORRESP				VALUE 1.
			88	PARTIE_SUR_PLACE			VALUE 0.
		77	SW_COUP_JOUE				PIC 9		VALUE 0.
			88	COUP_JOUE				VALUE 1.
			88	COUP_A_JOUER				VALUE 0.
		77	NOM_CORRESP				PIC X(20).
		77	NOM_A_LA_MAIN				PIC X(20).
		77	NUM_PARTIE_CORRESP			PIC 9(05)	VALUE 0.
		77	NUM_CORRESP_CHOISI			PIC 9(05)	VALUE 0.
		77	NUM_CORRESP_MAX				PIC 9(05).
		77	DATE_CREATION_CORRESP			PIC X(8).
		77	NB_COUPS_REPRIS				PIC 9(04)	VALUE 0.
		77	NUM_COUP_LU				PIC 9(04).
		01	PARTIES_A_JOUER.
			05	PAJ_NUMERO		OCCURS 50 TIMES	PIC 9(05).
		77	NB_A_JOUER				PIC 99		VALUE 0.
		77	IDX_PAJ					PIC 99.
		77	SW_PAJ_TROUVEE				PIC 9.
			88	PAJ_TROUVEE				VALUE 1.
		77	SW_A_SON_TOUR				PIC 9.
			88	A_SON_TOUR				VALUE 1.
		*>--------------------------------------------------------------
		*>	Attribution d'office : seules les parties sans tour joue
		*>	depuis plus de COR_JOURS jours (BATCH.PRM, 14 par defaut)
		*>	sont proposees, et l'arbitre qui tranche se nomme
		*>--------------------------------------------------------------
		77	FS_PARAM				PIC XX.
		77	DELAI_CORRESP_JOURS			PIC 9(05)	VALUE 14.
		77	SW_ATTRIBUTION				PIC 9		VALUE 0.
			88	ATTRIBUTION_EN_COURS			VALUE 1.
			88	PAS_D_ATTRIBUTION			VALUE 0.
		77	DATE_NUM_CORRESP			PIC 9(8).
		77	JOUR_ATTRIBUTION			PIC 9(07).
		77	JOUR_DERNIER_TOUR			PIC 9(07).
		77	JOURS_SANS_TOUR				PIC S9(07).
		77	ARBITRE_CORRESP				PIC X(20).
	SCREEN SECTION.
		*> Plage de saisie pour l'attaque
		01	PLS_ATQ.
			02 LINE 18 COL 3	VALUE	"Qui emporte la partie abandonnee (1 ou 2, 0 = personne) ?".
			02 LINE 18 COL 62	PIC 9 TO ABANDON_GAGNANT.

		*> Parties par correspondance : venir jouer son tour, ou attribuer
		*> une partie laissee en plan
		01	PLS_CORRESP.
			02 BLANK SCREEN.
			02 LINE 16 COL 3	VALUE	"Parties par correspondance ? (J = jouer son tour, A = attribuer, N = non)".
			02 LINE 16 COL 77	PIC X TO CORRESP_CHOIX.

		01	PLS_NOM_CORRESP.
			02 BLANK SCREEN.
			02 LINE 16 COL 3	VALUE	"Entrez votre nom".
			02 LINE 16 COL 20	PIC X(20) TO NOM_CORRESP.

		01	PLS_ARBITRE_CORRESP.
			02 LINE 20 COL 3	VALUE	"Arbitre qui attribue la partie :".
			02 LINE 20 COL 36	PIC X(20) TO ARBITRE_CORRESP.

		01	PLS_CORRESP_CHOIX.
			02 LINE 22 COL 3	VALUE	"Numero de la partie (0 = aucune) ?".
			02 LINE 22 COL 39	PIC 9(5) TO NUM_CORRESP_CHOISI.

		01	PLS_CORRESP_NOUVELLE.
			02 BLANK SCREEN.
			02 LINE 16 COL 3	VALUE	"Jouer cette partie par correspondance, un tour par visite ? (O/N)".
			02 LINE 16 COL 70	PIC X TO CORRESP_NOUVELLE_CHOIX.

		*> Fin de visite d'une partie par correspondance
		01	PLA_COUP_CORRESP.
			02	LINE 22 		BLANK LINE.
			02	LINE 22	COL 3		VALUE	"Tour enregistre, partie".
			02	COL 27	PIC 9(5)	FROM	NUM_PARTIE_CORRESP.
			02	COL 33		VALUE	". A jouer :".
			02	COL 45	PIC X(20)	FROM	NOM_JOUEUR_ACTUEL.

		*> Rejeu d'une partie precedente, image par image
		01	PLS_REJOUER.
			02 BLANK SCREEN.
			02 LINE 18 COL 3	VALUE	"Joueur inconnu : creer ce nouveau joueur ? (O/N)".
			02 LINE 18 COL 53	PIC X TO CHOIX_NOM.

		01	PLS_COTISATION_ECHUE.
			02 LINE 20 COL 3	VALUE	"Cotisation echue le".
			02 LINE 20 COL 23	PIC X(10) FROM ECHEANCE_EDITEE.
			02 LINE 20 COL 34	VALUE	": a regler aupres du secretariat.".
			02 LINE 21 COL 3	VALUE	"Appuyez sur Entree pour continuer".
			02 LINE 21 COL 38	PIC X TO CHOIX_NOM.

		*> Plage de saisie du tireur, en mode "deux contre deux"
		01	PLS_TIREUR.
			02	LINE 20 COL 3	VALUE	"Quel joueur de l'equipe tire ?".
PROCEDURE DIVISION.
	PERFORM CHARGER_PLATEAU.
	PERFORM CHARGER_FLOTTE.
	PERFORM CHARGER_DELAI.
	DISPLAY PLA_TTL.
	ACCEPT PLS_REPRISE.
	SET REPRISE_ECHEC TO TRUE.
		IF REPRISE_OUI THEN
			DISPLAY "Aucune partie sauvegardee trouvee, nouvelle partie."
		END-IF
		*> Un joueur de partie par correspondance vient jouer son tour
		*> et repart : la visite s'arrete la. Une partie laissee en
		*> plan peut aussi etre attribuee d'office avant la session.
		ACCEPT PLS_CORRESP
		IF CORRESP_ATTRIBUER THEN
			PERFORM ATTRIBUER_PARTIE_CORRESP
		END-IF
		IF CORRESP_JOUER THEN
			PERFORM CHOISIR_PARTIE_CORRESP
			IF PARTIE_CORRESP THEN
				PERFORM REPRENDRE_COUPS_CORRESP
				PERFORM JOUER_MANCHE
				STOP RUN
			END-IF
		END-IF
		ACCEPT PLS_REJOUER
		IF REJOUER_OUI THEN
			PERFORM CHOISIR_PARTIE_ARCHIVEE
			PERFORM CHOISIR_PAIRE_SEMEE
		ELSE
			ACCEPT PLS_MODE
			*> Seule une partie unique entre humains peut se jouer par
			*> correspondance : l'Ordinateur n'attend pas la visite
			*> suivante, et un tournoi enchaine ses manches d'un trait.
			IF NB_MANCHES IS EQUAL TO 1 AND NOT MODE_SOLO THEN
				ACCEPT PLS_CORRESP_NOUVELLE
				IF CORRESP_NOUVELLE_OUI THEN
					SET PARTIE_CORRESP TO TRUE
					MOVE ZERO TO NUM_PARTIE_CORRESP
					MOVE ZERO TO NB_COUPS_REPRIS
				END-IF
			END-IF
		END-IF
		ACCEPT PLS_VARIANTE
		IF VARIANTE_SALVE_OUI THEN
		SET J1 TO TRUE
		MOVE NOM_J1 TO NOM_JOUEUR_ACTUEL
		MOVE FLO_J1 TO FLOTTE
		PERFORM NOTER_DEBUT_MANCHE
		PERFORM JOUER_MANCHE
	END-PERFORM.
	IF NB_MANCHES > 1 THEN
	JOUER_MANCHE.
	DISPLAY PLA_TTL.
	DISPLAY PLA_BASE.
	SET COUP_A_JOUER TO TRUE.
	PERFORM TEST AFTER UNTIL NB_TOUCHE IS EQUAL TO NB_CASES_FLOTTE OR FORFAIT_DEMANDE
		OR COUP_JOUE
		MOVE ZERO TO NB_TOUCHE
		ADD 1 TO NUM_TOUR
		SET DELAI_RESPECTE TO TRUE

		IF MODE_EQUIPES THEN
			SET TIREUR_INVALIDE TO TRUE
				END-IF
				IF FORFAIT_DEMANDE THEN
					SET ARRET TO TRUE
				ELSE
				IF DELAI_DEPASSE THEN
					PERFORM SANCTIONNER_DELAI
					SET ARRET TO TRUE
				ELSE
					PERFORM RESOUDRE_UN_TIR
					IF EJR_RESULTAT IS EQUAL TO "RATE" THEN
						SET ARRET TO TRUE
					END-IF
				END-IF
				END-IF
			END-PERFORM
		END-IF
		
					SET J1 TO TRUE
					MOVE NOM_J1 TO NOM_JOUEUR_ACTUEL
			END-EVALUATE
			*> Une partie par correspondance n'a droit qu'a un tour
			*> par visite : elle est rangee sous son numero et la
			*> visite s'arrete, le point de reprise (qui peut garder
			*> une partie sur place suspendue) n'est pas touche.
			IF PARTIE_CORRESP THEN
				PERFORM SAUVEGARDER_PARTIE_CORRESP
				SET COUP_JOUE TO TRUE
			ELSE
				PERFORM SAUVEGARDER_PARTIE
			END-IF
		END-IF
		END-IF
	END-PERFORM.
	IF COUP_JOUE THEN
		CLOSE JOURNAL-FILE
		CLOSE REPLAY-FILE
		PERFORM CONSERVER_COUPS_CORRESP
		DISPLAY PLA_COUP_CORRESP
	ELSE
		PERFORM TERMINER_MANCHE
	END-IF.

	TERMINER_MANCHE.
		ACCEPT HEURE_COURANTE FROM TIME.
		MOVE HEURE_COURANTE(1:6) TO HEURE_FIN_MANCHE.
		IF PARTIE_SUR_PLACE THEN
			PERFORM EFFACER_CHECKPOINT
		END-IF.
		PERFORM ENREGISTRER_RESULTAT.
		PERFORM ENREGISTRER_MANCHE.
		PERFORM ENREGISTRER_HISTORIQUE.
		CLOSE JOURNAL-FILE.
		CLOSE REPLAY-FILE.
		PERFORM ARCHIVER_MANCHE.
		*> Une partie par correspondance terminee quitte le fichier
		*> des parties en cours : elle vit desormais a l'historique et
		*> aux archives comme toute autre manche.
		IF PARTIE_CORRESP THEN
			PERFORM CLORE_PARTIE_CORRESP
		END-IF.
		DISPLAY PLA_FIN.
		PERFORM AFFICHER_RAPPORT.
		PERFORM ATTRIBUER_TROPHEES.

	SAISIR_TIR_HUMAIN.
		*> Redemande le tir tant que la case visee est hors du plateau
		*> ou deja jouee : un tir refuse ne touche ni la grille, ni les
		*> compteurs TIRS/TOUCHES, ni le journal de bord. Une saisie
		*> arrivee apres le temps laisse n'est pas jouee du tout.
		SET TIR_INVALIDE TO TRUE.
		PERFORM DECLENCHER_CHRONO_TIR.
		PERFORM TEST AFTER UNTIL TIR_VALIDE
			ACCEPT PLS_ATQ
			PERFORM CONTROLER_DELAI_TIR
			IF DELAI_DEPASSE THEN
				SET TIR_VALIDE TO TRUE
			ELSE
				PERFORM VALIDER_TIR
				IF TIR_INVALIDE THEN
					DISPLAY PLA_ERREUR
				END-IF
			END-IF
		END-PERFORM.
		MOVE SPACES TO MESSAGE_ERREUR.

	SAISIR_TIR_SALVE.
		*> Meme controle qu'au tir classique, plus le refus d'une case
		*> deja retenue dans la salve en cours de saisie, et le meme
		*> temps laisse pour chaque tir de la salve.
		SET TIR_INVALIDE TO TRUE.
		PERFORM DECLENCHER_CHRONO_TIR.
		PERFORM TEST AFTER UNTIL TIR_VALIDE
			ACCEPT PLS_ATQ
			PERFORM CONTROLER_DELAI_TIR
			IF DELAI_DEPASSE THEN
				SET TIR_VALIDE TO TRUE
			ELSE
				PERFORM VALIDER_TIR
				IF TIR_VALIDE THEN
					PERFORM VERIFIER_DOUBLON_SALVE
					IF DOUBLON_SALVE THEN
						SET TIR_INVALIDE TO TRUE
						MOVE "Case deja retenue dans la salve." TO MESSAGE_ERREUR
					END-IF
				END-IF
				IF TIR_INVALIDE THEN
					DISPLAY PLA_ERREUR
				END-IF
			END-IF
		END-PERFORM.
		MOVE SPACES TO MESSAGE_ERREUR.
		END-IF
		END-IF.

	NOTER_DEBUT_MANCHE.
		*> Les flottes sont posees, le premier tir va etre demande :
		*> la manche commence maintenant.
		ACCEPT DATE_DEBUT_MANCHE FROM DATE YYYYMMDD.
		ACCEPT HEURE_COURANTE FROM TIME.
		MOVE HEURE_COURANTE(1:6) TO HEURE_DEBUT_MANCHE.
		MOVE SPACES TO HEURE_FIN_MANCHE.

	DECLENCHER_CHRONO_TIR.
		SET DELAI_RESPECTE TO TRUE.
		ACCEPT HEURE_COURANTE FROM TIME.
		COMPUTE SECONDES_DEBUT_TIR = HC_HEURES * 3600 + HC_MINUTES * 60 + HC_SECONDES.

	CONTROLER_DELAI_TIR.
		*> Le temps est mesure a la validation de la saisie ; un tir
		*> commence avant minuit et saisi apres est ramene sur le meme
		*> cadran.
		IF LIMITE_TIR IS GREATER THAN ZERO THEN
			ACCEPT HEURE_COURANTE FROM TIME
			COMPUTE SECONDES_COURANTES = HC_HEURES * 3600 + HC_MINUTES * 60 + HC_SECONDES
			COMPUTE DUREE_TIR = SECONDES_COURANTES - SECONDES_DEBUT_TIR
			IF DUREE_TIR IS LESS THAN ZERO THEN
				ADD 86400 TO DUREE_TIR
			END-IF
			IF DUREE_TIR IS GREATER THAN LIMITE_TIR THEN
				SET DELAI_DEPASSE TO TRUE
			END-IF
		END-IF.

	SANCTIONNER_DELAI.
		*> Temps depasse : le tour est perdu et la main passe. Au
		*> troisieme depassement du meme camp, la manche est rendue
		*> comme si le joueur avait demande l'abandon (DECLARER_FORFAIT
		*> prend la suite en fin de tour).
		EVALUATE TRUE
			WHEN J1
				ADD 1 TO DELAIS_J1
				IF DELAIS_J1 IS NOT LESS THAN MAX_DELAIS THEN
					SET FORFAIT_DEMANDE TO TRUE
				END-IF
			WHEN J2
				ADD 1 TO DELAIS_J2
				IF DELAIS_J2 IS NOT LESS THAN MAX_DELAIS THEN
					SET FORFAIT_DEMANDE TO TRUE
				END-IF
		END-EVALUATE.
		IF FORFAIT_DEMANDE THEN
			MOVE "Temps depasse pour la 3e fois : manche perdue." TO MESSAGE_ERREUR
		ELSE
			MOVE "Temps depasse : le tour passe a l'adversaire." TO MESSAGE_ERREUR
		END-IF.
		DISPLAY PLA_ERREUR.

	RESOUDRE_UN_TIR.
		*> Resolution d'un tir en (ATQ_X, ATQ_Y) : marquage de la grille,
		*> relance de la chasse de l'ordinateur, statistiques, detection
		MOVE NOM_JOUEUR_ACTUEL TO EJR_NOM.
		MOVE ATQ_X TO EJR_X.
		MOVE ATQ_Y TO EJR_Y.
		ACCEPT HEURE_COURANTE FROM TIME.
		MOVE HEURE_COURANTE(1:6) TO EJR_HEURE.
		WRITE ENR_JOURNAL.

		MOVE FLOTTE TO ZONE_DE_JEU.
		PERFORM CALCULER_TAILLE_SALVE.
		DISPLAY PLA_SALVE.
		PERFORM VARYING IDX_SAL FROM 1 BY 1 UNTIL IDX_SAL > TAILLE_SALVE OR FORFAIT_DEMANDE
			OR DELAI_DEPASSE
			IF MODE_SOLO AND J2 THEN
				*> L'ordinateur ne doit pas gaspiller deux tirs de la
				*> meme salve sur la meme case : la grille n'etant pas
			MOVE ATQ_X TO SAL_X(IDX_SAL)
			MOVE ATQ_Y TO SAL_Y(IDX_SAL)
		END-PERFORM.
		*> Un depassement de temps fait perdre toute la salve : aucun
		*> des tirs deja saisis n'est joue.
		IF DELAI_DEPASSE THEN
			PERFORM SANCTIONNER_DELAI
		END-IF.
		IF NOT FORFAIT_DEMANDE AND NOT DELAI_DEPASSE THEN
			PERFORM VARYING IDX_SAL FROM 1 BY 1 UNTIL IDX_SAL > TAILLE_SALVE
				MOVE SAL_X(IDX_SAL) TO ATQ_X
				MOVE SAL_Y(IDX_SAL) TO ATQ_Y
		END-PERFORM.
		MOVE FLOTTE TO GRILLE_VIERGE.

	CHARGER_DELAI.
		*> Temps laisse pour chaque tir, lu de DELAI.CFG : de 10 a 999
		*> secondes, 0 pour jouer sans limite. Sans fichier, ou avec
		*> une valeur hors bornes, on joue sans limite. La forme a deux
		*> chiffres ("90") est acceptee comme la forme a trois ("090").
		OPEN INPUT DELAI-CONFIG-FILE.
		IF FS_DELAI_CFG IS EQUAL TO "00" THEN
			READ DELAI-CONFIG-FILE
				AT END CONTINUE
				NOT AT END
					MOVE 1 TO LIMITE_LUE
					IF DCF_SAISIE IS NUMERIC THEN
						MOVE DCF_SAISIE TO LIMITE_LUE
					ELSE
						IF DCF_DEUX_CHIFFRES IS NUMERIC
							AND DCF_TROISIEME IS EQUAL TO SPACE THEN
							MOVE DCF_DEUX_CHIFFRES TO LIMITE_LUE
						END-IF
					END-IF
					IF LIMITE_LUE IS EQUAL TO ZERO
						OR LIMITE_LUE IS NOT LESS THAN 10 THEN
						MOVE LIMITE_LUE TO LIMITE_TIR
					ELSE
						DISPLAY "Temps de jeu invalide dans DELAI.CFG, partie sans limite de temps."
					END-IF
			END-READ
			CLOSE DELAI-CONFIG-FILE
		END-IF.

	CHARGER_FLOTTE.
		MOVE 5 TO NB_BATEAUX_FLOTTE.
		MOVE 5 TO CF_TAILLES(1).
		*> manche pour que l'ordinateur acheve bien le bateau vise.
		SET PAS_EN_CHASSE TO TRUE.
		SET PAS_DE_FORFAIT TO TRUE.
		MOVE ZERO TO DELAIS_J1.
		MOVE ZERO TO DELAIS_J2.
		MOVE ZERO TO DERNIER_TOUCHE_X.
		MOVE ZERO TO DERNIER_TOUCHE_Y.
		*> Repartir de la grille vierge au gabarit du plateau : la
				END-IF
			END-IF
			CLOSE JOUEURS-FILE
			IF NOM_REGLE THEN
				PERFORM CONTROLER_COTISATION
			END-IF
		END-IF.

	CONTROLER_COTISATION.
		*> Simple avertissement : la partie se joue quand meme, c'est
		*> au secretariat de relancer. Sans registre, rien a signaler.
		OPEN INPUT MEMBRES-FILE.
		IF FS_MEMBRES IS EQUAL TO "00" THEN
			ACCEPT DATE_CONTROLE_COTISATION FROM DATE YYYYMMDD
			MOVE NOM_A_CONTROLER TO EM_NOM
			READ MEMBRES-FILE
				INVALID KEY CONTINUE
				NOT INVALID KEY
					IF NOT EM_INVITE AND EM_PAYE_JUSQU_AU IS LESS THAN DATE_CONTROLE_COTISATION THEN
						MOVE EM_PAYE_JUSQU_AU(7:2) TO ECE_JJ
						MOVE EM_PAYE_JUSQU_AU(5:2) TO ECE_MM
						MOVE EM_PAYE_JUSQU_AU(1:4) TO ECE_AAAA
						MOVE SPACE TO CHOIX_NOM
						ACCEPT PLS_COTISATION_ECHUE
					END-IF
			END-READ
			CLOSE MEMBRES-FILE
		END-IF.

	CHERCHER_VARIANTE_NOM.
		END-IF.

	ENREGISTRER_RESULTAT.
		MOVE ZERO TO NB_EXPLOITS.
		EVALUATE TRUE
			WHEN J1
				MOVE NOM_J1 TO NOM_GAGNANT
		IF GAIN_CLASSEMENT IS GREATER THAN 31 THEN
			MOVE 31 TO GAIN_CLASSEMENT
		END-IF.
		*> Battre un joueur classe au moins 200 points plus haut vaut
		*> le trophee de l'exploit, decerne en fin de manche.
		IF CLASSEMENT_PERDANT IS NOT LESS THAN CLASSEMENT_GAGNANT + 200
			AND NB_EXPLOITS IS LESS THAN 2 THEN
			ADD 1 TO NB_EXPLOITS
			MOVE NOM_GAGNANT TO NOM_EXPLOIT(NB_EXPLOITS)
		END-IF.
		MOVE NOM_GAGNANT TO EJ_NOM.
		READ JOUEURS-FILE
			INVALID KEY
		MOVE ZERO TO EJR_X.
		MOVE ZERO TO EJR_Y.
		MOVE "FORFAIT" TO EJR_RESULTAT.
		ACCEPT HEURE_COURANTE FROM TIME.
		MOVE HEURE_COURANTE(1:6) TO EJR_HEURE.
		WRITE ENR_JOURNAL.
		EVALUATE TRUE
			WHEN J1
				MOVE ZERO TO EJR_X
				MOVE ZERO TO EJR_Y
				MOVE "FORFAIT" TO EJR_RESULTAT
				ACCEPT HEURE_COURANTE FROM TIME
				MOVE HEURE_COURANTE(1:6) TO EJR_HEURE
				WRITE ENR_JOURNAL
				CLOSE JOURNAL-FILE
				*> Une partie laissee en plan n'a pas de duree mesurable.
				MOVE SPACES TO HEURE_FIN_MANCHE
				PERFORM ENREGISTRER_RESULTAT
				PERFORM ENREGISTRER_MANCHE
				PERFORM ENREGISTRER_HISTORIQUE
				*> encore les tirs et l'enregistrement FORFAIT de la
				*> partie abandonnee.
				PERFORM ARCHIVER_MANCHE
				*> Une partie attribuee d'office reste une manche
				*> gagnee sur forfait pour les trophees.
				SET FORFAIT_DEMANDE TO TRUE
				PERFORM ATTRIBUER_TROPHEES
			END-IF
			PERFORM EFFACER_CHECKPOINT
			DISPLAY "Partie sauvegardee declaree abandonnee."
		MOVE TIRS_J2 TO EH_TIRS_J2.
		MOVE TOUCHES_J2 TO EH_TOUCHES_J2.
		MOVE NUM_TOUR TO EH_NUM_TOUR.
		IF MODE_SALVE THEN
			MOVE "S" TO EH_VARIANTE
		ELSE
			MOVE "C" TO EH_VARIANTE
		END-IF.
		MOVE TAILLE_PLATEAU TO EH_TAILLE_PLATEAU.
		*> La duree n'est mesurable que pour une manche commencee et
		*> finie le meme jour : une manche reprise un autre soir n'a
		*> pas d'heure de debut, une manche laissee en plan et
		*> attribuee au lancement n'a pas d'heure de fin.
		IF DATE_DEBUT_MANCHE IS EQUAL TO DATE_DU_JOUR THEN
			MOVE HEURE_DEBUT_MANCHE TO EH_HEURE_DEBUT
		ELSE
			MOVE SPACES TO EH_HEURE_DEBUT
		END-IF.
		MOVE HEURE_FIN_MANCHE TO EH_HEURE_FIN.
		MOVE SPACE TO EH_ORIGINE.
		OPEN EXTEND HISTORIQUE-FILE.
		IF FS_HISTORIQUE IS EQUAL TO "35" THEN
			OPEN OUTPUT HISTORIQUE-FILE
		*> une paire du calendrier.
		IF MODE_DUO THEN
			PERFORM POINTER_FIXTURE_LIGUE
			PERFORM POINTER_RENCONTRE_COUPE
		END-IF.

	POINTER_FIXTURE_LIGUE.
		CLOSE TRAVAIL-CALENDRIER-FILE.
		CLOSE CALENDRIER-FILE.

	POINTER_RENCONTRE_COUPE.
		*> Meme recherche que pour la ligue, dans le tableau de la
		*> coupe : la rencontre prevue de la paire, dans un sens ou dans
		*> l'autre. Une paire qui n'a pas de rencontre prevue n'est pas
		*> signalee, la plupart des manches ne sont pas des matchs de
		*> coupe. Le gagnant est celui deja determine pour la ligue.
		MOVE ZERO TO SW_RENCONTRE_COUPE.
		OPEN INPUT COUPE-FILE.
		IF FS_COUPE IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_COUPE IS EQUAL TO "10" OR RENCONTRE_COUPE_TROUVEE
				READ COUPE-FILE
					AT END CONTINUE
					NOT AT END
						IF ECU_PREVUE
							AND ((ECU_NOM_A IS EQUAL TO NOM_J1 AND ECU_NOM_B IS EQUAL TO NOM_J2)
							OR (ECU_NOM_A IS EQUAL TO NOM_J2 AND ECU_NOM_B IS EQUAL TO NOM_J1)) THEN
							SET RENCONTRE_COUPE_TROUVEE TO TRUE
							MOVE ECU_TOUR TO TOUR_COUPE_JOUE
							MOVE ECU_RENCONTRE TO RENCONTRE_COUPE_JOUEE
							IF ECU_NOM_A IS EQUAL TO NOM_GAGNANT_FIXTURE THEN
								MOVE ECU_TETE_A TO TETE_GAGNANT_COUPE
							ELSE
								MOVE ECU_TETE_B TO TETE_GAGNANT_COUPE
							END-IF
						END-IF
				END-READ
			END-PERFORM
			CLOSE COUPE-FILE
			IF RENCONTRE_COUPE_TROUVEE THEN
				COMPUTE TOUR_COUPE_SUIVANT = TOUR_COUPE_JOUE + 1
				DIVIDE RENCONTRE_COUPE_JOUEE BY 2 GIVING RENCONTRE_COUPE_SUIVANTE
					REMAINDER PLACE_COUPE_SUIVANTE
				ADD PLACE_COUPE_SUIVANTE TO RENCONTRE_COUPE_SUIVANTE
				PERFORM MARQUER_RENCONTRE_COUPE
				DISPLAY "Rencontre " RENCONTRE_COUPE_JOUEE " du tour " TOUR_COUPE_JOUE
					" pointee jouee au tableau de la coupe."
				IF QUALIFICATION_FAITE THEN
					DISPLAY NOM_GAGNANT_FIXTURE " est qualifie pour le tour " TOUR_COUPE_SUIVANT "."
				ELSE
					DISPLAY NOM_GAGNANT_FIXTURE " remporte la coupe !"
				END-IF
			END-IF
		END-IF.

	MARQUER_RENCONTRE_COUPE.
		*> Recopie via un fichier de travail, comme le calendrier : la
		*> rencontre jouee est pointee, et le gagnant est inscrit a sa
		*> place dans la rencontre du tour suivant, qui devient prevue
		*> des que ses deux places sont connues. Pas de rencontre
		*> suivante : c'etait la finale.
		MOVE ZERO TO SW_QUALIFICATION.
		OPEN INPUT COUPE-FILE.
		OPEN OUTPUT TRAVAIL-COUPE-FILE.
		PERFORM TEST BEFORE UNTIL FS_COUPE IS EQUAL TO "10"
			READ COUPE-FILE
				AT END CONTINUE
				NOT AT END
					IF ECU_TOUR IS EQUAL TO TOUR_COUPE_JOUE
						AND ECU_RENCONTRE IS EQUAL TO RENCONTRE_COUPE_JOUEE THEN
						SET ECU_JOUEE TO TRUE
						MOVE DATE_DU_JOUR TO ECU_DATE_JOUEE
						MOVE NOM_GAGNANT_FIXTURE TO ECU_NOM_GAGNANT
					END-IF
					IF ECU_TOUR IS EQUAL TO TOUR_COUPE_SUIVANT
						AND ECU_RENCONTRE IS EQUAL TO RENCONTRE_COUPE_SUIVANTE THEN
						SET QUALIFICATION_FAITE TO TRUE
						IF PLACE_COUPE_A THEN
							MOVE NOM_GAGNANT_FIXTURE TO ECU_NOM_A
							MOVE TETE_GAGNANT_COUPE TO ECU_TETE_A
						ELSE
							MOVE NOM_GAGNANT_FIXTURE TO ECU_NOM_B
							MOVE TETE_GAGNANT_COUPE TO ECU_TETE_B
						END-IF
						IF ECU_NOM_A IS NOT EQUAL TO SPACES
							AND ECU_NOM_B IS NOT EQUAL TO SPACES THEN
							SET ECU_PREVUE TO TRUE
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

	ATTRIBUER_TROPHEES.
		*> Decerne les trophees que la manche qui vient de finir vaut a
		*> ses participants humains (l'Ordinateur n'en collectionne
		*> pas). Un trophee ne se gagne qu'une fois : la cle joueur +
		*> code refuse l'ecriture d'un trophee deja detenu. Le jeu ne
		*> voit que les paliers franchis par cette manche-ci ;
		*> Touche-Trophees reprend tout l'historique en differe.
		IF J1 THEN
			MOVE 1 TO CAMP_GAGNANT_MANCHE
		ELSE
			MOVE 2 TO CAMP_GAGNANT_MANCHE
		END-IF.
		MOVE ZERO TO NB_PARTICIPANTS.
		MOVE NOM_J1 TO NOM_TROPHEE.
		MOVE 1 TO CAMP_TROPHEE.
		PERFORM INSCRIRE_PARTICIPANT.
		MOVE NOM_J2 TO NOM_TROPHEE.
		MOVE 2 TO CAMP_TROPHEE.
		PERFORM INSCRIRE_PARTICIPANT.
		IF MODE_EQUIPES THEN
			MOVE NOM_J3 TO NOM_TROPHEE
			MOVE 1 TO CAMP_TROPHEE
			PERFORM INSCRIRE_PARTICIPANT
			MOVE NOM_J4 TO NOM_TROPHEE
			MOVE 2 TO CAMP_TROPHEE
			PERFORM INSCRIRE_PARTICIPANT
		END-IF.
		IF NB_PARTICIPANTS IS GREATER THAN ZERO THEN
			PERFORM RELEVER_PARCOURS_PARTICIPANTS
			OPEN I-O TROPHEES-FILE
			IF FS_TROPHEES IS EQUAL TO "35" THEN
				OPEN OUTPUT TROPHEES-FILE
				CLOSE TROPHEES-FILE
				OPEN I-O TROPHEES-FILE
			END-IF
			PERFORM VARYING IDX_PAR FROM 1 BY 1 UNTIL IDX_PAR > NB_PARTICIPANTS
				MOVE PAR_NOM(IDX_PAR) TO NOM_TROPHEE
				IF PAR_PARTIES(IDX_PAR) IS EQUAL TO 100 THEN
					MOVE "C100" TO CODE_TROPHEE
					PERFORM DECERNER_TROPHEE
				END-IF
				IF PAR_CAMP(IDX_PAR) IS EQUAL TO CAMP_GAGNANT_MANCHE THEN
					PERFORM DECERNER_TROPHEES_VICTOIRE
				END-IF
			END-PERFORM
			CLOSE TROPHEES-FILE
		END-IF.

	INSCRIRE_PARTICIPANT.
		IF NOM_TROPHEE IS NOT EQUAL TO "Ordinateur" AND NOM_TROPHEE IS NOT EQUAL TO SPACES THEN
			ADD 1 TO NB_PARTICIPANTS
			MOVE NOM_TROPHEE TO PAR_NOM(NB_PARTICIPANTS)
			MOVE CAMP_TROPHEE TO PAR_CAMP(NB_PARTICIPANTS)
			MOVE ZERO TO PAR_PARTIES(NB_PARTICIPANTS)
			MOVE ZERO TO PAR_SERIE(NB_PARTICIPANTS)
		END-IF.

	RELEVER_PARCOURS_PARTICIPANTS.
		*> L'historique contient deja la manche qui vient de finir :
		*> chaque participant y compte ses parties, et sa serie de
		*> victoires repart de zero a chaque defaite.
		OPEN INPUT HISTORIQUE-FILE.
		IF FS_HISTORIQUE IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_HISTORIQUE IS EQUAL TO "10"
				READ HISTORIQUE-FILE
					AT END
						CONTINUE
					NOT AT END
						PERFORM RELEVER_UNE_MANCHE
				END-READ
			END-PERFORM
			CLOSE HISTORIQUE-FILE
		END-IF.

	RELEVER_UNE_MANCHE.
		IF EH_NOM_GAGNANT IS EQUAL TO EH_NOM_J1 THEN
			MOVE 1 TO CAMP_GAGNANT_HIST
		ELSE
			MOVE 2 TO CAMP_GAGNANT_HIST
		END-IF.
		PERFORM VARYING IDX_PAR FROM 1 BY 1 UNTIL IDX_PAR > NB_PARTICIPANTS
			MOVE ZERO TO CAMP_HIST
			IF PAR_NOM(IDX_PAR) IS EQUAL TO EH_NOM_J1 THEN
				MOVE 1 TO CAMP_HIST
			END-IF
			IF PAR_NOM(IDX_PAR) IS EQUAL TO EH_NOM_J2 THEN
				MOVE 2 TO CAMP_HIST
			END-IF
			IF EH_MODE_JOUEURS IS EQUAL TO 4 THEN
				IF PAR_NOM(IDX_PAR) IS EQUAL TO EH_NOM_J3 THEN
					MOVE 1 TO CAMP_HIST
				END-IF
				IF PAR_NOM(IDX_PAR) IS EQUAL TO EH_NOM_J4 THEN
					MOVE 2 TO CAMP_HIST
				END-IF
			END-IF
			IF CAMP_HIST IS GREATER THAN ZERO THEN
				ADD 1 TO PAR_PARTIES(IDX_PAR)
				IF CAMP_HIST IS EQUAL TO CAMP_GAGNANT_HIST THEN
					ADD 1 TO PAR_SERIE(IDX_PAR)
				ELSE
					MOVE ZERO TO PAR_SERIE(IDX_PAR)
				END-IF
			END-IF
		END-PERFORM.

	DECERNER_TROPHEES_VICTOIRE.
		IF PAR_SERIE(IDX_PAR) IS EQUAL TO 5 THEN
			MOVE "SER5" TO CODE_TROPHEE
			PERFORM DECERNER_TROPHEE
		END-IF.
		IF MODE_EQUIPES THEN
			MOVE "EQUI" TO CODE_TROPHEE
			PERFORM DECERNER_TROPHEE
		END-IF.
		IF MODE_SOLO THEN
			MOVE "ORDI" TO CODE_TROPHEE
			PERFORM DECERNER_TROPHEE
		END-IF.
		IF MODE_SALVE THEN
			MOVE "SALV" TO CODE_TROPHEE
			PERFORM DECERNER_TROPHEE
		END-IF.
		*> Sans un seul rate : chaque tir du camp gagnant a touche. Une
		*> manche gagnee sur forfait ne vaut pas ce trophee.
		IF NOT FORFAIT_DEMANDE THEN
			IF CAMP_GAGNANT_MANCHE IS EQUAL TO 1 AND TIRS_J1 IS GREATER THAN ZERO
				AND TOUCHES_J1 IS EQUAL TO TIRS_J1 THEN
				MOVE "SANS" TO CODE_TROPHEE
				PERFORM DECERNER_TROPHEE
			END-IF
			IF CAMP_GAGNANT_MANCHE IS EQUAL TO 2 AND TIRS_J2 IS GREATER THAN ZERO
				AND TOUCHES_J2 IS EQUAL TO TIRS_J2 THEN
				MOVE "SANS" TO CODE_TROPHEE
				PERFORM DECERNER_TROPHEE
			END-IF
		END-IF.
		PERFORM VARYING IDX_EXP FROM 1 BY 1 UNTIL IDX_EXP > NB_EXPLOITS
			IF NOM_EXPLOIT(IDX_EXP) IS EQUAL TO NOM_TROPHEE THEN
				MOVE "EXPL" TO CODE_TROPHEE
				PERFORM DECERNER_TROPHEE
			END-IF
		END-PERFORM.

	DECERNER_TROPHEE.
		MOVE NOM_TROPHEE TO ETR_NOM.
		MOVE CODE_TROPHEE TO ETR_CODE.
		MOVE DATE_DU_JOUR TO ETR_DATE.
		MOVE NUM_ARCHIVE TO ETR_MATCH.
		WRITE ENR_TROPHEE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				PERFORM CHERCHER_LIBELLE_TROPHEE
				DISPLAY "Nouveau trophee pour " NOM_TROPHEE " : " TRO_LIBELLE(IDX_TRO)
		END-WRITE.

	CHERCHER_LIBELLE_TROPHEE.
		PERFORM VARYING IDX_TRO FROM 1 BY 1 UNTIL IDX_TRO IS EQUAL TO NB_CODES_TROPHEE
			OR TRO_CODE(IDX_TRO) IS EQUAL TO CODE_TROPHEE
			CONTINUE
		END-PERFORM.

	ARCHIVER_MANCHE.
		*> Verse le journal et les images de rejeu de la manche qui vient
		*> de se terminer dans les archives cumulatives, sous un numero
							MOVE EJR_X TO EAJ_X
							MOVE EJR_Y TO EAJ_Y
							MOVE EJR_RESULTAT TO EAJ_RESULTAT
							MOVE EJR_HEURE TO EAJ_HEURE
							WRITE ENR_ARCH_JOURNAL
						END-IF
				END-READ
			MOVE SEM_NOM(IDX_SEM) TO ECP_SEM_NOM(IDX_SEM)
			MOVE SEM_CLASSEMENT(IDX_SEM) TO ECP_SEM_CLASSEMENT(IDX_SEM)
		END-PERFORM.
		MOVE DATE_DEBUT_MANCHE TO ECP_DATE_DEBUT.
		MOVE HEURE_DEBUT_MANCHE TO ECP_HEURE_DEBUT.
		MOVE DELAIS_J1 TO ECP_DELAIS_J1.
		MOVE DELAIS_J2 TO ECP_DELAIS_J2.
		OPEN OUTPUT CHECKPOINT-FILE.
		WRITE ENR_CHECKPOINT.
		CLOSE CHECKPOINT-FILE.
				MOVE ECP_SEM_CLASSEMENT(IDX_SEM) TO SEM_CLASSEMENT(IDX_SEM)
			END-PERFORM
			COMPUTE NB_PAIRES = NB_SEMIS / 2
			*> Un point de reprise d'avant l'horloge de jeu n'a ni heure
			*> de debut ni depassements : la manche reprise n'est alors
			*> pas chronometree et repart sans depassement.
			MOVE ECP_DATE_DEBUT TO DATE_DEBUT_MANCHE
			MOVE ECP_HEURE_DEBUT TO HEURE_DEBUT_MANCHE
			IF ECP_DELAIS_J1 IS NUMERIC AND ECP_DELAIS_J2 IS NUMERIC THEN
				MOVE ECP_DELAIS_J1 TO DELAIS_J1
				MOVE ECP_DELAIS_J2 TO DELAIS_J2
			ELSE
				MOVE ZERO TO DELAIS_J1
				MOVE ZERO TO DELAIS_J2
			END-IF
			EVALUATE TRUE
				WHEN J1
					MOVE NOM_J1 TO NOM_JOUEUR_ACTUEL
					MOVE FLO_J1 TO FLOTTE
				WHEN J2
					MOVE NOM_J2 TO NOM_JOUEUR_ACTUEL
					MOVE FLO_J2 TO FLOTTE
			END-EVALUATE
		END-IF.

	CHOISIR_PARTIE_CORRESP.
		*> Le nom passe par le meme controle qu'en debut de manche, puis
		*> seules les parties ou c'est au camp du joueur de tirer lui
		*> sont proposees : un numero hors de la liste ne charge rien.
		SET PARTIE_SUR_PLACE TO TRUE.
		SET NOM_A_RESSAISIR TO TRUE.
		PERFORM TEST AFTER UNTIL NOM_REGLE
			ACCEPT PLS_NOM_CORRESP
			MOVE NOM_CORRESP TO NOM_A_CONTROLER
			PERFORM CONTROLER_NOM_JOUEUR
		END-PERFORM.
		MOVE NOM_A_CONTROLER TO NOM_CORRESP.
		DISPLAY "===== A vous de jouer =====".
		PERFORM LISTER_PARTIES_CORRESP.
		IF NB_A_JOUER IS EQUAL TO ZERO THEN
			DISPLAY "Aucune partie ne vous attend."
		ELSE
			PERFORM RETENIR_PARTIE_CORRESP
		END-IF.

	ATTRIBUER_PARTIE_CORRESP.
		*> Une partie par correspondance laissee en plan (voir l'etat
		*> des retards de Touche-Retards) est attribuee d'office comme
		*> l'est la partie du point de reprise dans
		*> ABANDONNER_PARTIE_SAUVEGARDEE : le camp designe est credite
		*> d'une victoire sur forfait, la manche part a l'historique,
		*> aux archives et a la ligue avec les coups deja joues, puis
		*> la partie quitte le fichier des parties en cours (0 = la
		*> retirer sans crediter personne).
		*> Seules les parties en retard au sens de Touche-Retards sont
		*> proposees ; un numero hors de cette liste ne charge rien.
		SET PARTIE_SUR_PLACE TO TRUE.
		MOVE SPACES TO NOM_CORRESP.
		PERFORM LIRE_DELAI_CORRESP.
		SET ATTRIBUTION_EN_COURS TO TRUE.
		DISPLAY "===== Parties par correspondance sans tour depuis plus de " DELAI_CORRESP_JOURS " jours =====".
		PERFORM LISTER_PARTIES_CORRESP.
		SET PAS_D_ATTRIBUTION TO TRUE.
		IF NB_A_JOUER IS EQUAL TO ZERO THEN
			DISPLAY "Aucune partie par correspondance en retard."
		ELSE
			PERFORM RETENIR_PARTIE_CORRESP
		END-IF.
		IF PARTIE_CORRESP THEN
			PERFORM IDENTIFIER_ARBITRE_CORRESP
		END-IF.
		IF PARTIE_CORRESP THEN
			ACCEPT PLS_ABANDON
			IF ABANDON_GAGNANT IS EQUAL TO 1 OR ABANDON_GAGNANT IS EQUAL TO 2 THEN
				MOVE ABANDON_GAGNANT TO JOUEUR_ACTUEL
				EVALUATE TRUE
					WHEN J1
						MOVE NOM_J1 TO NOM_JOUEUR_ACTUEL
					WHEN J2
						MOVE NOM_J2 TO NOM_JOUEUR_ACTUEL
				END-EVALUATE
				PERFORM REPRENDRE_COUPS_CORRESP
				MOVE MANCHE_ACTUELLE TO EJR_MANCHE
				EVALUATE TRUE
					WHEN J1
						MOVE NOM_J2 TO EJR_NOM
					WHEN J2
						MOVE NOM_J1 TO EJR_NOM
				END-EVALUATE
				MOVE ZERO TO EJR_X
				MOVE ZERO TO EJR_Y
				MOVE "FORFAIT" TO EJR_RESULTAT
				ACCEPT HEURE_COURANTE FROM TIME
				MOVE HEURE_COURANTE(1:6) TO EJR_HEURE
				WRITE ENR_JOURNAL
				CLOSE JOURNAL-FILE
				CLOSE REPLAY-FILE
				MOVE SPACES TO HEURE_FIN_MANCHE
				PERFORM ENREGISTRER_RESULTAT
				PERFORM ENREGISTRER_MANCHE
				PERFORM ENREGISTRER_HISTORIQUE
				PERFORM ARCHIVER_MANCHE
				SET FORFAIT_DEMANDE TO TRUE
				PERFORM ATTRIBUER_TROPHEES
			END-IF
			PERFORM CLORE_PARTIE_CORRESP
			DISPLAY "Partie par correspondance " NUM_PARTIE_CORRESP " close par l'arbitre " ARBITRE_CORRESP "."
		END-IF.
		*> La session continue sur une partie neuve, sur place, avec la
		*> configuration du jour.
		SET PARTIE_SUR_PLACE TO TRUE.
		SET PAS_DE_FORFAIT TO TRUE.
		MOVE SPACE TO CORRESP_CHOIX.
		MOVE ZERO TO NB_CLT.
		PERFORM CHARGER_PLATEAU.
		PERFORM CHARGER_FLOTTE.

	LIRE_DELAI_CORRESP.
		*> Meme cle et meme defaut que l'etat Touche-Retards : la partie
		*> que l'etat signale en retard est celle qu'on peut attribuer.
		OPEN INPUT PARAM-FILE.
		IF FS_PARAM IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_PARAM IS EQUAL TO "10"
				READ PARAM-FILE
					AT END CONTINUE
					NOT AT END
						IF PRM_NOMBRE IS NUMERIC AND PRM_CLE IS EQUAL TO "COR_JOURS" THEN
							MOVE PRM_NOMBRE TO DELAI_CORRESP_JOURS
						END-IF
				END-READ
			END-PERFORM
			CLOSE PARAM-FILE
		END-IF.
		ACCEPT DATE_NUM_CORRESP FROM DATE YYYYMMDD.
		COMPUTE JOUR_ATTRIBUTION = FUNCTION INTEGER-OF-DATE(DATE_NUM_CORRESP).

	IDENTIFIER_ARBITRE_CORRESP.
		*> Comme dans Touche-Arbitre, la decision est nominative ; un
		*> joueur de la partie ne peut pas se l'attribuer lui-meme.
		MOVE SPACES TO ARBITRE_CORRESP.
		ACCEPT PLS_ARBITRE_CORRESP.
		IF ARBITRE_CORRESP IS EQUAL TO SPACES
			OR ARBITRE_CORRESP IS EQUAL TO NOM_J1 OR ARBITRE_CORRESP IS EQUAL TO NOM_J2
			OR ARBITRE_CORRESP IS EQUAL TO NOM_J3 OR ARBITRE_CORRESP IS EQUAL TO NOM_J4 THEN
			DISPLAY "Arbitre absent ou joueur de la partie : attribution refusee."
			SET PARTIE_SUR_PLACE TO TRUE
		END-IF.

	LISTER_PARTIES_CORRESP.
		MOVE ZERO TO NB_A_JOUER.
		OPEN INPUT PARTIES-FILE.
		IF FS_PARTIES IS EQUAL TO "00" THEN
			MOVE ZERO TO EPC_NUMERO
			START PARTIES-FILE KEY IS NOT LESS THAN EPC_NUMERO
				INVALID KEY MOVE "10" TO FS_PARTIES
			END-START
			PERFORM TEST BEFORE UNTIL FS_PARTIES IS NOT EQUAL TO "00"
				READ PARTIES-FILE NEXT
					AT END CONTINUE
					NOT AT END
						PERFORM EXAMINER_PARTIE_CORRESP
				END-READ
			END-PERFORM
			CLOSE PARTIES-FILE
		END-IF.

	EXAMINER_PARTIE_CORRESP.
		*> En attribution d'office, seules les parties sans tour joue
		*> depuis plus que le delai (ou de date illisible, en retard
		*> d'office comme dans l'etat) ; sinon seulement celles ou le
		*> camp du joueur a la main, capitaine ou coequipier en deux
		*> contre deux.
		MOVE ZERO TO SW_A_SON_TOUR.
		IF ATTRIBUTION_EN_COURS THEN
			IF EPC_DATE_DERNIER_COUP IS NUMERIC THEN
				MOVE EPC_DATE_DERNIER_COUP TO DATE_NUM_CORRESP
				COMPUTE JOUR_DERNIER_TOUR = FUNCTION INTEGER-OF-DATE(DATE_NUM_CORRESP)
				COMPUTE JOURS_SANS_TOUR = JOUR_ATTRIBUTION - JOUR_DERNIER_TOUR
			ELSE
				MOVE 99999 TO JOURS_SANS_TOUR
			END-IF
			IF JOURS_SANS_TOUR IS GREATER THAN DELAI_CORRESP_JOURS THEN
				SET A_SON_TOUR TO TRUE
			END-IF
		ELSE
			IF EPC_JOUEUR_ACTUEL IS EQUAL TO 1 THEN
				IF NOM_CORRESP IS EQUAL TO EPC_NOM_J1
					OR (EPC_MODE_JOUEURS IS EQUAL TO 4 AND NOM_CORRESP IS EQUAL TO EPC_NOM_J3) THEN
					SET A_SON_TOUR TO TRUE
				END-IF
			ELSE
				IF NOM_CORRESP IS EQUAL TO EPC_NOM_J2
					OR (EPC_MODE_JOUEURS IS EQUAL TO 4 AND NOM_CORRESP IS EQUAL TO EPC_NOM_J4) THEN
					SET A_SON_TOUR TO TRUE
				END-IF
			END-IF
		END-IF.
		IF A_SON_TOUR AND NB_A_JOUER IS LESS THAN 50 THEN
			ADD 1 TO NB_A_JOUER
			MOVE EPC_NUMERO TO PAJ_NUMERO(NB_A_JOUER)
			IF EPC_JOUEUR_ACTUEL IS EQUAL TO 1 THEN
				MOVE EPC_NOM_J1 TO NOM_A_LA_MAIN
			ELSE
				MOVE EPC_NOM_J2 TO NOM_A_LA_MAIN
			END-IF
			DISPLAY "  Partie " EPC_NUMERO " : " EPC_NOM_J1 " contre " EPC_NOM_J2
				" - tour " EPC_NUM_TOUR ", dernier tour le " EPC_DATE_DERNIER_COUP(7:2) "/"
				EPC_DATE_DERNIER_COUP(5:2) "/" EPC_DATE_DERNIER_COUP(1:4) ", main a " NOM_A_LA_MAIN
		END-IF.

	RETENIR_PARTIE_CORRESP.
		ACCEPT PLS_CORRESP_CHOIX.
		MOVE ZERO TO SW_PAJ_TROUVEE.
		PERFORM VARYING IDX_PAJ FROM 1 BY 1 UNTIL IDX_PAJ > NB_A_JOUER OR PAJ_TROUVEE
			IF PAJ_NUMERO(IDX_PAJ) IS EQUAL TO NUM_CORRESP_CHOISI THEN
				SET PAJ_TROUVEE TO TRUE
			END-IF
		END-PERFORM.
		IF PAJ_TROUVEE THEN
			PERFORM CHARGER_PARTIE_CORRESP
		ELSE
			IF NUM_CORRESP_CHOISI IS GREATER THAN ZERO THEN
				DISPLAY "La partie " NUM_CORRESP_CHOISI " n'est pas dans la liste."
			END-IF
		END-IF.

	CHARGER_PARTIE_CORRESP.
		*> Meme restauration que RESTAURER_PARTIE, depuis le fichier des
		*> parties en cours : une partie par correspondance est toujours
		*> une partie unique, sans tournoi ni semis.
		OPEN INPUT PARTIES-FILE.
		IF FS_PARTIES IS EQUAL TO "00" THEN
			MOVE NUM_CORRESP_CHOISI TO EPC_NUMERO
			READ PARTIES-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					SET PARTIE_CORRESP TO TRUE
			END-READ
			CLOSE PARTIES-FILE
		END-IF.
		IF PARTIE_CORRESP THEN
			MOVE EPC_NUMERO TO NUM_PARTIE_CORRESP
			MOVE EPC_DATE_CREATION TO DATE_CREATION_CORRESP
			MOVE EPC_NOM_J1 TO NOM_J1
			MOVE EPC_NOM_J2 TO NOM_J2
			MOVE EPC_NOM_J3 TO NOM_J3
			MOVE EPC_NOM_J4 TO NOM_J4
			MOVE EPC_FLO_J1 TO FLO_J1
			MOVE EPC_FLO_J2 TO FLO_J2
			MOVE EPC_NB_TOUCHE TO NB_TOUCHE
			MOVE EPC_JOUEUR_ACTUEL TO JOUEUR_ACTUEL
			MOVE EPC_MODE_JOUEURS TO MODE_JOUEURS
			IF EPC_TAILLE_PLATEAU IS NUMERIC
				AND EPC_TAILLE_PLATEAU IS NOT LESS THAN 8
				AND EPC_TAILLE_PLATEAU IS NOT GREATER THAN 15 THEN
				MOVE EPC_TAILLE_PLATEAU TO TAILLE_PLATEAU
			END-IF
			COMPUTE LIMITE_CASES_FLOTTE = (TAILLE_PLATEAU * TAILLE_PLATEAU) / 2
			PERFORM PREPARER_AFFICHAGE_PLATEAU
			MOVE EPC_NB_CASES_FLOTTE TO NB_CASES_FLOTTE
			MOVE 1 TO NB_MANCHES
			MOVE 1 TO MANCHE_ACTUELLE
			MOVE ZERO TO NB_CLT
			SET SEMIS_INACTIFS TO TRUE
			SET PAS_EN_CHASSE TO TRUE
			SET PAS_DE_FORFAIT TO TRUE
			MOVE EPC_NB_BATEAUX_J1 TO NB_BATEAUX_J1
			MOVE EPC_NB_BATEAUX_J2 TO NB_BATEAUX_J2
			PERFORM VARYING IDX_BAT FROM 1 BY 1 UNTIL IDX_BAT > 10
				MOVE EPC_BJ1_TAILLE(IDX_BAT) TO BJ1_TAILLE(IDX_BAT)
				MOVE EPC_BJ1_X(IDX_BAT) TO BJ1_X(IDX_BAT)
				MOVE EPC_BJ1_Y(IDX_BAT) TO BJ1_Y(IDX_BAT)
				MOVE EPC_BJ1_ORIENT(IDX_BAT) TO BJ1_ORIENT(IDX_BAT)
				MOVE EPC_BJ1_COULE(IDX_BAT) TO BJ1_COULE(IDX_BAT)
				MOVE EPC_BJ1_TOUR_COULE(IDX_BAT) TO BJ1_TOUR_COULE(IDX_BAT)
				MOVE EPC_BJ2_TAILLE(IDX_BAT) TO BJ2_TAILLE(IDX_BAT)
				MOVE EPC_BJ2_X(IDX_BAT) TO BJ2_X(IDX_BAT)
				MOVE EPC_BJ2_Y(IDX_BAT) TO BJ2_Y(IDX_BAT)
				MOVE EPC_BJ2_ORIENT(IDX_BAT) TO BJ2_ORIENT(IDX_BAT)
				MOVE EPC_BJ2_COULE(IDX_BAT) TO BJ2_COULE(IDX_BAT)
				MOVE EPC_BJ2_TOUR_COULE(IDX_BAT) TO BJ2_TOUR_COULE(IDX_BAT)
			END-PERFORM
			MOVE EPC_TIRS_J1 TO TIRS_J1
			MOVE EPC_TOUCHES_J1 TO TOUCHES_J1
			MOVE EPC_TIRS_J2 TO TIRS_J2
			MOVE EPC_TOUCHES_J2 TO TOUCHES_J2
			MOVE EPC_NUM_TOUR TO NUM_TOUR
			MOVE EPC_SW_SALVE TO SW_SALVE
			MOVE EPC_DATE_DEBUT TO DATE_DEBUT_MANCHE
			MOVE EPC_HEURE_DEBUT TO HEURE_DEBUT_MANCHE
			MOVE EPC_DELAIS_J1 TO DELAIS_J1
			MOVE EPC_DELAIS_J2 TO DELAIS_J2
			EVALUATE TRUE
				WHEN J1
					MOVE NOM_J1 TO NOM_JOUEUR_ACTUEL
			END-EVALUATE
		END-IF.

	REPRENDRE_COUPS_CORRESP.
		*> JOURNAL.DAT et REPLAY.DAT sont recrees pour la visite avec
		*> les coups deja joues de la partie : en fin de manche,
		*> l'archivage y retrouve ainsi toute la partie, visite apres
		*> visite. Les deux fichiers restent ouverts pour le tour.
		OPEN OUTPUT JOURNAL-FILE.
		OPEN OUTPUT REPLAY-FILE.
		MOVE ZERO TO NB_COUPS_REPRIS.
		OPEN INPUT COUPS-FILE.
		IF FS_COUPS IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_COUPS IS EQUAL TO "10"
				READ COUPS-FILE
					AT END CONTINUE
					NOT AT END
						IF ECC_PARTIE IS EQUAL TO NUM_PARTIE_CORRESP THEN
							ADD 1 TO NB_COUPS_REPRIS
							MOVE MANCHE_ACTUELLE TO EJR_MANCHE
							MOVE ECC_NOM TO EJR_NOM
							MOVE ECC_X TO EJR_X
							MOVE ECC_Y TO EJR_Y
							MOVE ECC_RESULTAT TO EJR_RESULTAT
							MOVE ECC_HEURE TO EJR_HEURE
							WRITE ENR_JOURNAL
							MOVE MANCHE_ACTUELLE TO ERP_MANCHE
							MOVE ECC_NOM TO ERP_NOM
							MOVE ECC_X TO ERP_X
							MOVE ECC_Y TO ERP_Y
							MOVE ECC_RESULTAT TO ERP_RESULTAT
							MOVE ECC_GRILLE TO ERP_GRILLE
							WRITE ENR_REPLAY
						END-IF
				END-READ
			END-PERFORM
			CLOSE COUPS-FILE
		END-IF.

	SAUVEGARDER_PARTIE_CORRESP.
		*> A sa premiere sauvegarde la partie recoit le numero qui suit
		*> le plus grand numero en cours ; elle est ensuite reecrite
		*> sous ce numero a chaque visite, avec la date du tour joue
		*> (c'est elle qui fait foi pour l'etat des retards).
		ACCEPT DATE_DU_JOUR FROM DATE YYYYMMDD.
		OPEN I-O PARTIES-FILE.
		IF FS_PARTIES IS EQUAL TO "35" THEN
			OPEN OUTPUT PARTIES-FILE
			CLOSE PARTIES-FILE
			OPEN I-O PARTIES-FILE
		END-IF.
		IF NUM_PARTIE_CORRESP IS EQUAL TO ZERO THEN
			PERFORM NUMEROTER_PARTIE_CORRESP
			MOVE DATE_DU_JOUR TO DATE_CREATION_CORRESP
		END-IF.
		MOVE NUM_PARTIE_CORRESP TO EPC_NUMERO.
		MOVE DATE_CREATION_CORRESP TO EPC_DATE_CREATION.
		MOVE DATE_DU_JOUR TO EPC_DATE_DERNIER_COUP.
		MOVE NOM_J1 TO EPC_NOM_J1.
		MOVE NOM_J2 TO EPC_NOM_J2.
		MOVE NOM_J3 TO EPC_NOM_J3.
		MOVE NOM_J4 TO EPC_NOM_J4.
		MOVE JOUEUR_ACTUEL TO EPC_JOUEUR_ACTUEL.
		MOVE NB_TOUCHE TO EPC_NB_TOUCHE.
		MOVE FLO_J1 TO EPC_FLO_J1.
		MOVE FLO_J2 TO EPC_FLO_J2.
		MOVE TAILLE_PLATEAU TO EPC_TAILLE_PLATEAU.
		MOVE MODE_JOUEURS TO EPC_MODE_JOUEURS.
		MOVE NB_CASES_FLOTTE TO EPC_NB_CASES_FLOTTE.
		MOVE NB_BATEAUX_J1 TO EPC_NB_BATEAUX_J1.
		MOVE NB_BATEAUX_J2 TO EPC_NB_BATEAUX_J2.
		PERFORM VARYING IDX_BAT FROM 1 BY 1 UNTIL IDX_BAT > 10
			MOVE BJ1_TAILLE(IDX_BAT) TO EPC_BJ1_TAILLE(IDX_BAT)
			MOVE BJ1_X(IDX_BAT) TO EPC_BJ1_X(IDX_BAT)
			MOVE BJ1_Y(IDX_BAT) TO EPC_BJ1_Y(IDX_BAT)
			MOVE BJ1_ORIENT(IDX_BAT) TO EPC_BJ1_ORIENT(IDX_BAT)
			MOVE BJ1_COULE(IDX_BAT) TO EPC_BJ1_COULE(IDX_BAT)
			MOVE BJ1_TOUR_COULE(IDX_BAT) TO EPC_BJ1_TOUR_COULE(IDX_BAT)
			MOVE BJ2_TAILLE(IDX_BAT) TO EPC_BJ2_TAILLE(IDX_BAT)
			MOVE BJ2_X(IDX_BAT) TO EPC_BJ2_X(IDX_BAT)
			MOVE BJ2_Y(IDX_BAT) TO EPC_BJ2_Y(IDX_BAT)
			MOVE BJ2_ORIENT(IDX_BAT) TO EPC_BJ2_ORIENT(IDX_BAT)
			MOVE BJ2_COULE(IDX_BAT) TO EPC_BJ2_COULE(IDX_BAT)
			MOVE BJ2_TOUR_COULE(IDX_BAT) TO EPC_BJ2_TOUR_COULE(IDX_BAT)
		END-PERFORM.
		MOVE TIRS_J1 TO EPC_TIRS_J1.
		MOVE TOUCHES_J1 TO EPC_TOUCHES_J1.
		MOVE TIRS_J2 TO EPC_TIRS_J2.
		MOVE TOUCHES_J2 TO EPC_TOUCHES_J2.
		MOVE NUM_TOUR TO EPC_NUM_TOUR.
		MOVE SW_SALVE TO EPC_SW_SALVE.
		MOVE DATE_DEBUT_MANCHE TO EPC_DATE_DEBUT.
		MOVE HEURE_DEBUT_MANCHE TO EPC_HEURE_DEBUT.
		MOVE DELAIS_J1 TO EPC_DELAIS_J1.
		MOVE DELAIS_J2 TO EPC_DELAIS_J2.
		REWRITE ENR_PARTIE_CORRESP
			INVALID KEY
				WRITE ENR_PARTIE_CORRESP
					INVALID KEY
						DISPLAY "Partie " NUM_PARTIE_CORRESP " impossible a enregistrer (statut " FS_PARTIES ")."
				END-WRITE
		END-REWRITE.
		CLOSE PARTIES-FILE.

	NUMEROTER_PARTIE_CORRESP.
		MOVE ZERO TO NUM_CORRESP_MAX.
		MOVE ZERO TO EPC_NUMERO.
		START PARTIES-FILE KEY IS NOT LESS THAN EPC_NUMERO
			INVALID KEY MOVE "10" TO FS_PARTIES
		END-START.
		PERFORM TEST BEFORE UNTIL FS_PARTIES IS NOT EQUAL TO "00"
			READ PARTIES-FILE NEXT
				AT END CONTINUE
				NOT AT END
					MOVE EPC_NUMERO TO NUM_CORRESP_MAX
			END-READ
		END-PERFORM.
		MOVE "00" TO FS_PARTIES.
		COMPUTE NUM_PARTIE_CORRESP = NUM_CORRESP_MAX + 1.

	CONSERVER_COUPS_CORRESP.
		*> Les coups de la visite, ceux qui suivent les NB_COUPS_REPRIS
		*> coups deja conserves, rejoignent COUPS.DAT. Le journal et les
		*> images de rejeu s'ecrivent ensemble, tir par tir : ils se
		*> relisent donc ensemble.
		OPEN EXTEND COUPS-FILE.
		IF FS_COUPS IS EQUAL TO "35" THEN
			OPEN OUTPUT COUPS-FILE
		END-IF.
		OPEN INPUT JOURNAL-FILE.
		OPEN INPUT REPLAY-FILE.
		IF FS_JOURNAL IS EQUAL TO "00" AND FS_REPLAY IS EQUAL TO "00" THEN
			MOVE ZERO TO NUM_COUP_LU
			PERFORM TEST BEFORE UNTIL FS_JOURNAL IS EQUAL TO "10"
				READ JOURNAL-FILE
					AT END CONTINUE
					NOT AT END
						MOVE SPACES TO ERP_GRILLE
						READ REPLAY-FILE
							AT END CONTINUE
						END-READ
						ADD 1 TO NUM_COUP_LU
						IF NUM_COUP_LU IS GREATER THAN NB_COUPS_REPRIS THEN
							MOVE NUM_PARTIE_CORRESP TO ECC_PARTIE
							MOVE EJR_NOM TO ECC_NOM
							MOVE EJR_X TO ECC_X
							MOVE EJR_Y TO ECC_Y
							MOVE EJR_RESULTAT TO ECC_RESULTAT
							MOVE EJR_HEURE TO ECC_HEURE
							MOVE ERP_GRILLE TO ECC_GRILLE
							WRITE ENR_COUP
						END-IF
				END-READ
			END-PERFORM
			CLOSE JOURNAL-FILE
			CLOSE REPLAY-FILE
		END-IF.
		CLOSE COUPS-FILE.

	CLORE_PARTIE_CORRESP.
		*> La partie terminee ou attribuee quitte le fichier des parties
		*> en cours, et ses coups quittent COUPS.DAT : ils sont desormais
		*> aux archives.
		IF NUM_PARTIE_CORRESP IS GREATER THAN ZERO THEN
			OPEN I-O PARTIES-FILE
			IF FS_PARTIES IS EQUAL TO "00" THEN
				MOVE NUM_PARTIE_CORRESP TO EPC_NUMERO
				DELETE PARTIES-FILE RECORD
					INVALID KEY CONTINUE
				END-DELETE
				CLOSE PARTIES-FILE
			END-IF
			PERFORM RETIRER_COUPS_CORRESP
		END-IF.

	RETIRER_COUPS_CORRESP.
		*> Meme recopie via un fichier de travail qu'au calendrier.
		OPEN INPUT COUPS-FILE.
		IF FS_COUPS IS EQUAL TO "00" THEN
			OPEN OUTPUT TRAVAIL-COUPS-FILE
			PERFORM TEST BEFORE UNTIL FS_COUPS IS EQUAL TO "10"
				READ COUPS-FILE
					AT END CONTINUE
					NOT AT END
						IF ECC_PARTIE IS NOT EQUAL TO NUM_PARTIE_CORRESP THEN
							MOVE ENR_COUP TO ENR_TRAV_CPS
							WRITE ENR_TRAV_CPS
						END-IF
				END-READ
			END-PERFORM
			CLOSE COUPS-FILE
			CLOSE TRAVAIL-COUPS-FILE
			OPEN INPUT TRAVAIL-COUPS-FILE
			OPEN OUTPUT COUPS-FILE
			PERFORM TEST BEFORE UNTIL FS_TRAV_CPS IS EQUAL TO "10"
				READ TRAVAIL-COUPS-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_TRAV_CPS TO ENR_COUP
						WRITE ENR_COUP
				END-READ
			END-PERFORM
			CLOSE TRAVAIL-COUPS-FILE
			CLOSE COUPS-FILE
		END-IF.

	ENREGISTRER_MANCHE.
		*> Cumule les manches gagnees pour le classement de fin de
		*> tournoi (PALMARES gere deja le palmares durable, toutes
