IDENTIFICATION DIVISION.
	PROGRAM-ID. Touche-Import.
	DATE-WRITTEN. 15/10/2026.
	AUTHOR. Hippolyte Damay--Glorieux.
	REMARKS. "Batch d'integration des resultats d'un club voisin (INTERCLUB.CSV, meme format que EXPHIS.CSV) : lignes controlees, doublons de HISTORIQUE.DAT ecartes, noms rapproches de JOUEURS.DAT comme a la saisie, visiteurs inscrits dans INVITES.DAT. Les manches retenues sont creditees, classees et historisees comme au club, marquees externes. Rejets dans REJETS.RPT ; passage trace dans EXECLOG.DAT, code retour 0/4/8".
ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		*>--------------------------------------------------------------
		*>	Resultats recus du club voisin, une manche par ligne
		*>--------------------------------------------------------------
		SELECT IMPORT-FILE ASSIGN TO "INTERCLUB.CSV"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_IMPORT.
		*>--------------------------------------------------------------
		*>	Liste des invites : joueurs de passage qui ont un palmares
		*>	mais ne figurent ni a l'echelle ni aux tirages
		*>--------------------------------------------------------------
		SELECT INVITES-FILE ASSIGN TO "INVITES.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_INVITES.
		*>--------------------------------------------------------------
		*>	Palmares des joueurs, mis a jour comme en fin de manche
		*>--------------------------------------------------------------
		SELECT JOUEURS-FILE ASSIGN TO "JOUEURS.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EJ_NOM
			FILE STATUS IS FS_JOUEURS.
		*>--------------------------------------------------------------
		*>	Historique des manches : lu pour les doublons, complete
		*>	des manches retenues
		*>--------------------------------------------------------------
		SELECT HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_HISTORIQUE.
		*>--------------------------------------------------------------
		*>	Etat des lignes rejetees, a renvoyer au club voisin
		*>--------------------------------------------------------------
		SELECT RAPPORT-FILE ASSIGN TO "REJETS.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_RAPPORT.
		*>--------------------------------------------------------------
		*>	Journal de passage des batches : une ligne ajoutee par
		*>	execution (programme, date, heure, volumes, issue)
		*>--------------------------------------------------------------
		SELECT EXECLOG-FILE ASSIGN TO "EXECLOG.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_EXECLOG.
DATA DIVISION.
	FILE SECTION.
	FD	IMPORT-FILE.
	01	ENR_IMPORT			PIC X(200).
	FD	INVITES-FILE.
	01	ENR_INVITE.
		05	EI_NOM			PIC X(20).
		05	EI_DATE			PIC X(8).
	FD	JOUEURS-FILE.
	01	ENR_JOUEUR.
		05	EJ_NOM			PIC X(20).
		05	EJ_VICTOIRES		PIC 9(5).
		05	EJ_DEFAITES		PIC 9(5).
		05	EJ_CLASSEMENT		PIC 9(4).
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
	FD	RAPPORT-FILE.
	01	ENR_RAPPORT			PIC X(132).
	FD	EXECLOG-FILE.
	01	ENR_EXECLOG.
		05	EXL_PROGRAMME		PIC X(15).
		05	EXL_DATE		PIC X(8).
		05	EXL_HEURE		PIC X(6).
		05	EXL_LUS			PIC 9(07).
		05	EXL_ECRITS		PIC 9(07).
		05	EXL_ISSUE		PIC X(10).
	WORKING-STORAGE SECTION.
		77	FS_IMPORT				PIC XX.
		77	FS_INVITES				PIC XX.
		77	FS_JOUEURS				PIC XX.
		77	FS_HISTORIQUE				PIC XX.
		77	CLASSEMENT_INITIAL			PIC 9(04)	VALUE 1000.
		*>--------------------------------------------------------------
		*>	Lot en cours : chaque ligne de resultats est gardee avec son
		*>	texte brut (pour l'etat des rejets), son numero dans le
		*>	fichier recu et la manche decodee. Les noms y sont remplaces
		*>	par l'orthographe de JOUEURS.DAT une fois rapproches
		*>--------------------------------------------------------------
		01	LOT_IMPORT.
			05	LI_ENTREE			OCCURS 500 TIMES.
				10	LI_NUM_LIGNE		PIC 9(05).
				10	LI_TEXTE		PIC X(200).
				10	LI_ETAT			PIC X.
					88	LI_ACCEPTEE			VALUE "A".
					88	LI_REJETEE			VALUE "R".
				10	LI_MOTIF		PIC X(30).
				10	LI_DATE			PIC X(8).
				10	LI_MODE			PIC 9.
				10	LI_NOM			OCCURS 4 TIMES	PIC X(20).
				10	LI_CAMP_GAGNANT		PIC 9.
				10	LI_GAGNANT		PIC X(20).
				10	LI_TIRS_J1		PIC 999.
				10	LI_TOUCHES_J1		PIC 99.
				10	LI_TIRS_J2		PIC 999.
				10	LI_TOUCHES_J2		PIC 99.
		77	NB_LI					PIC 999		VALUE 0.
		77	IDX_LI					PIC 999.
		77	JDX_LI					PIC 999.
		77	NUM_LIGNE_LUE				PIC 9(05)	VALUE 0.
		77	NB_HORS_LOT				PIC 9(05)	VALUE 0.
		77	NB_A_INTEGRER				PIC 9(05)	VALUE 0.
		77	NB_ACCEPTEES				PIC 9(05)	VALUE 0.
		77	NB_REJETEES				PIC 9(05)	VALUE 0.
		77	MOTIF_REJET				PIC X(30).
		*>--------------------------------------------------------------
		*>	Decoupage d'une ligne : onze rubriques separees par des
		*>	points-virgules, la douzieme ne sert qu'a reperer une ligne
		*>	trop longue
		*>--------------------------------------------------------------
		01	CHAMPS_LUS.
			05	CHAMP				OCCURS 12 TIMES	PIC X(40).
		77	NB_CHAMPS				PIC 99.
		77	IDX_CHAMP				PIC 99.
		77	IDX_CAR					PIC 99.
		77	LG_UTILE				PIC 99.
		77	DATE_NUMERIQUE				PIC 9(8).
		77	IDX_NOM					PIC 9.
		77	JDX_NOM					PIC 9.
		01	NOMS_PLIES.
			05	NOM_PLIE_J			OCCURS 4 TIMES	PIC X(20).
		*>--------------------------------------------------------------
		*>	Rapprochement des noms, aux majuscules pres comme a la
		*>	saisie du jeu
		*>--------------------------------------------------------------
		77	NOM_A_CONTROLER				PIC X(20).
		77	NOM_VARIANTE				PIC X(20).
		77	NOM_PLIE				PIC X(20).
		77	NOM_PLIE_FICHIER			PIC X(20).
		77	SW_VARIANTE				PIC 9.
			88	VARIANTE_TROUVEE			VALUE 1.
		77	SW_NOM_CONNU				PIC 9.
			88	NOM_CONNU				VALUE 1.
		77	SW_JOUEURS_ABSENT			PIC 9		VALUE 0.
			88	JOUEURS_ABSENT				VALUE 1.
		*>--------------------------------------------------------------
		*>	Invites deja inscrits (C) et visiteurs de ce lot : reperes
		*>	(N), puis a inscrire (A) des qu'une de leurs manches est
		*>	retenue
		*>--------------------------------------------------------------
		01	INVITES.
			05	INV_ENTREE			OCCURS 200 TIMES.
				10	INV_NOM			PIC X(20).
				10	INV_ETAT		PIC X.
					88	INV_CONNU			VALUE "C".
					88	INV_REPERE			VALUE "N".
					88	INV_A_INSCRIRE			VALUE "A".
		77	NB_INV					PIC 999		VALUE 0.
		77	IDX_INV					PIC 999.
		77	NB_NOUVEAUX_INVITES			PIC 9(05)	VALUE 0.
		77	SW_INV_TROUVE				PIC 9.
			88	INV_TROUVE				VALUE 1.
		*>--------------------------------------------------------------
		*>	Echange de points, meme regle que la fin de manche du jeu
		*>--------------------------------------------------------------
		77	NOM_GAGNANT				PIC X(20).
		77	NOM_PERDANT				PIC X(20).
		77	CLASSEMENT_GAGNANT			PIC 9(04).
		77	CLASSEMENT_PERDANT			PIC 9(04).
		77	GAIN_CLASSEMENT				PIC S9(04).
		*>--------------------------------------------------------------
		*>	Edition paginee dans REJETS.RPT : la ligne a editer est
		*>	posee dans LIGNE_EDITION, ECRIRE_LIGNE_RAPPORT gere le saut
		*>	de page et le rappel des entetes de colonnes
		*>--------------------------------------------------------------
		77	FS_RAPPORT				PIC XX.
		77	DATE_DU_JOUR				PIC X(8).
		77	NUM_PAGE				PIC 9(04)	VALUE 0.
		77	NUM_LIGNE				PIC 99		VALUE 99.
		77	LIGNES_PAR_PAGE				PIC 99		VALUE 55.
		77	LIGNE_EDITION				PIC X(132).
		77	ENTETE_COLONNES				PIC X(132)	VALUE SPACES.
		01	ENTETE_RAPPORT.
			02	FILLER				PIC X(50)	VALUE "TOUCHE COBOL - REJETS DE L'IMPORT INTERCLUB".
			02	FILLER				PIC X(10)	VALUE "EDITE LE ".
			02	ENT_JOUR			PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	ENT_MOIS			PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	ENT_ANNEE			PIC X(4).
			02	FILLER				PIC X(08)	VALUE "    PAGE".
			02	ENT_PAGE			PIC ZZZ9.
		01	LIG_REJET.
			02	FILLER				PIC XX		VALUE SPACES.
			02	LRE_LIGNE			PIC ZZZZ9.
			02	FILLER				PIC XX		VALUE SPACES.
			02	LRE_MOTIF			PIC X(30).
			02	FILLER				PIC XX		VALUE SPACES.
			02	LRE_TEXTE			PIC X(91).
		01	LIG_TOTAUX.
			02	FILLER				PIC X(8)	VALUE "TOTAL : ".
			02	LTO_LUES			PIC ZZZZ9.
			02	FILLER				PIC X(12)	VALUE " manche(s), ".
			02	LTO_ACCEPTEES			PIC ZZZZ9.
			02	FILLER				PIC X(14)	VALUE " integree(s), ".
			02	LTO_REJETEES			PIC ZZZZ9.
			02	FILLER				PIC X(13)	VALUE " rejetee(s), ".
			02	LTO_INVITES			PIC ZZZZ9.
			02	FILLER				PIC X(22)	VALUE " invite(s) inscrit(s).".
		01	LIG_HORS_LOT.
			02	FILLER				PIC X(10)	VALUE "ATTENTION ".
			02	LHL_NOMBRE			PIC ZZZZ9.
			02	FILLER				PIC X(63)	VALUE " ligne(s) au-dela de 500 non traitee(s), a presenter a nouveau.".
		*>--------------------------------------------------------------
		*>	Conduite sans operateur : code retour pour l'ordonnanceur
		*>	(0 = tout integre, 4 = lignes rejetees, 8 = erreur
		*>	fichier) et ligne de passage ajoutee a EXECLOG.DAT
		*>--------------------------------------------------------------
		77	FS_EXECLOG				PIC XX.
		77	CODE_RETOUR				PIC 9		VALUE 0.
		77	NB_LUS					PIC 9(07)	VALUE 0.
		77	NB_ECRITS				PIC 9(07)	VALUE 0.
		77	HEURE_PASSAGE				PIC X(8).
PROCEDURE DIVISION.
	PERFORM OUVRIR_RAPPORT.
	PERFORM CHARGER_INVITES.
	IF CODE_RETOUR IS LESS THAN 8 THEN
		PERFORM LIRE_LOT
	END-IF.
	IF CODE_RETOUR IS LESS THAN 8 THEN
		PERFORM RAPPROCHER_NOMS
	END-IF.
	IF CODE_RETOUR IS LESS THAN 8 THEN
		PERFORM ECARTER_DOUBLONS
	END-IF.
	*> Rien n'est integre tant qu'un fichier a pose probleme : le lot
	*> passe tout entier ou pas du tout.
	IF CODE_RETOUR IS LESS THAN 8 THEN
		PERFORM INTEGRER_MANCHES
		PERFORM INSCRIRE_INVITES
	END-IF.
	PERFORM EDITER_REJETS.
	IF (NB_REJETEES IS GREATER THAN ZERO OR NB_HORS_LOT IS GREATER THAN ZERO)
		AND CODE_RETOUR IS LESS THAN 4 THEN
		MOVE 4 TO CODE_RETOUR
	END-IF.
	PERFORM CLORE_RAPPORT.
	PERFORM TERMINER_EXECUTION.

	CHARGER_INVITES.
		*> Pas encore de liste des invites : aucun visiteur n'a ete
		*> integre jusqu'ici, ce n'est pas une erreur.
		OPEN INPUT INVITES-FILE.
		IF FS_INVITES IS NOT EQUAL TO "00" THEN
			IF FS_INVITES IS NOT EQUAL TO "35" THEN
				DISPLAY "INVITES.DAT illisible (statut " FS_INVITES ")."
				MOVE 8 TO CODE_RETOUR
			END-IF
		ELSE
			PERFORM TEST BEFORE UNTIL FS_INVITES IS EQUAL TO "10"
				READ INVITES-FILE
					AT END CONTINUE
					NOT AT END
						IF NB_INV IS LESS THAN 200 THEN
							ADD 1 TO NB_INV
							MOVE EI_NOM TO INV_NOM(NB_INV)
							SET INV_CONNU(NB_INV) TO TRUE
						ELSE
							DISPLAY "INVITES.DAT sature (200 invites) : faire le menage avant d'importer."
							MOVE 8 TO CODE_RETOUR
							MOVE "10" TO FS_INVITES
						END-IF
				END-READ
			END-PERFORM
			CLOSE INVITES-FILE
		END-IF.

	LIRE_LOT.
		*> Les lignes d'entete et de total d'un fichier produit par
		*> Touche-Export, et les lignes blanches, sont ignorees.
		OPEN INPUT IMPORT-FILE.
		IF FS_IMPORT IS NOT EQUAL TO "00" THEN
			IF FS_IMPORT IS EQUAL TO "35" THEN
				DISPLAY "Aucun fichier INTERCLUB.CSV a integrer."
			ELSE
				DISPLAY "INTERCLUB.CSV illisible (statut " FS_IMPORT ")."
				MOVE 8 TO CODE_RETOUR
			END-IF
		ELSE
			PERFORM TEST BEFORE UNTIL FS_IMPORT IS EQUAL TO "10"
				READ IMPORT-FILE
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						ADD 1 TO NUM_LIGNE_LUE
						IF ENR_IMPORT IS EQUAL TO SPACES
							OR ENR_IMPORT(1:7) IS EQUAL TO "ENTETE;"
							OR ENR_IMPORT(1:6) IS EQUAL TO "TOTAL;" THEN
							CONTINUE
						ELSE
							IF NB_LI IS LESS THAN 500 THEN
								ADD 1 TO NB_LI
								MOVE NB_LI TO IDX_LI
								PERFORM CONTROLER_LIGNE
							ELSE
								ADD 1 TO NB_HORS_LOT
							END-IF
						END-IF
				END-READ
			END-PERFORM
			CLOSE IMPORT-FILE
		END-IF.

	CONTROLER_LIGNE.
		*> Le premier defaut trouve est le motif du rejet : les
		*> controles suivants ne sont pas faits.
		MOVE SPACES TO LI_ENTREE(IDX_LI).
		MOVE NUM_LIGNE_LUE TO LI_NUM_LIGNE(IDX_LI).
		MOVE ENR_IMPORT TO LI_TEXTE(IDX_LI).
		MOVE SPACES TO MOTIF_REJET.
		MOVE SPACES TO CHAMPS_LUS.
		MOVE ZERO TO NB_CHAMPS.
		UNSTRING ENR_IMPORT DELIMITED BY ";"
			INTO CHAMP(1) CHAMP(2) CHAMP(3) CHAMP(4) CHAMP(5) CHAMP(6)
				CHAMP(7) CHAMP(8) CHAMP(9) CHAMP(10) CHAMP(11) CHAMP(12)
			TALLYING IN NB_CHAMPS
		END-UNSTRING.
		IF NB_CHAMPS IS NOT EQUAL TO 11 THEN
			MOVE "NOMBRE DE RUBRIQUES INCORRECT" TO MOTIF_REJET
		END-IF.
		IF MOTIF_REJET IS EQUAL TO SPACES THEN
			PERFORM CONTROLER_DATE_LIGNE
		END-IF.
		IF MOTIF_REJET IS EQUAL TO SPACES THEN
			PERFORM CONTROLER_MODE_LIGNE
		END-IF.
		IF MOTIF_REJET IS EQUAL TO SPACES THEN
			PERFORM CONTROLER_NOMS_LIGNE
		END-IF.
		IF MOTIF_REJET IS EQUAL TO SPACES THEN
			PERFORM CONTROLER_GAGNANT_LIGNE
		END-IF.
		IF MOTIF_REJET IS EQUAL TO SPACES THEN
			PERFORM CONTROLER_TIRS_LIGNE
		END-IF.
		IF MOTIF_REJET IS EQUAL TO SPACES THEN
			SET LI_ACCEPTEE(IDX_LI) TO TRUE
		ELSE
			PERFORM REJETER_LIGNE
		END-IF.

	CONTROLER_DATE_LIGNE.
		*> Une manche ne peut pas avoir ete jouee apres la date du
		*> passage.
		MOVE 1 TO IDX_CHAMP.
		PERFORM MESURER_CHAMP.
		IF LG_UTILE IS NOT EQUAL TO 8 OR CHAMP(1)(1:8) IS NOT NUMERIC THEN
			MOVE "DATE ILLISIBLE" TO MOTIF_REJET
		ELSE
			MOVE CHAMP(1)(1:8) TO DATE_NUMERIQUE
			IF FUNCTION TEST-DATE-YYYYMMDD(DATE_NUMERIQUE) IS NOT EQUAL TO ZERO THEN
				MOVE "DATE INEXISTANTE" TO MOTIF_REJET
			ELSE
				IF CHAMP(1)(1:8) IS GREATER THAN DATE_DU_JOUR THEN
					MOVE "DATE FUTURE" TO MOTIF_REJET
				ELSE
					MOVE CHAMP(1)(1:8) TO LI_DATE(IDX_LI)
				END-IF
			END-IF
		END-IF.

	CONTROLER_MODE_LIGNE.
		*> Seuls le duel et les deux contre deux s'echangent entre
		*> clubs : une manche contre l'Ordinateur d'un autre club n'a
		*> pas de sens ici.
		MOVE 2 TO IDX_CHAMP.
		PERFORM MESURER_CHAMP.
		IF LG_UTILE IS EQUAL TO 1
			AND (CHAMP(2)(1:1) IS EQUAL TO "2" OR CHAMP(2)(1:1) IS EQUAL TO "4") THEN
			MOVE CHAMP(2)(1:1) TO LI_MODE(IDX_LI)
		ELSE
			MOVE "MODE DE JEU NON ADMIS" TO MOTIF_REJET
		END-IF.

	CONTROLER_NOMS_LIGNE.
		*> Capitaines en rubriques 3 et 4, coequipiers en 5 et 6 (deux
		*> contre deux seulement). Un meme joueur ne peut pas tenir
		*> deux places, aux majuscules pres.
		PERFORM VARYING IDX_NOM FROM 1 BY 1 UNTIL IDX_NOM > 4
			COMPUTE IDX_CHAMP = IDX_NOM + 2
			PERFORM MESURER_CHAMP
			IF LG_UTILE IS GREATER THAN 20 THEN
				MOVE "NOM DE PLUS DE 20 CARACTERES" TO MOTIF_REJET
			END-IF
			MOVE CHAMP(IDX_CHAMP)(1:20) TO LI_NOM(IDX_LI, IDX_NOM)
			MOVE LI_NOM(IDX_LI, IDX_NOM) TO NOM_PLIE_J(IDX_NOM)
			INSPECT NOM_PLIE_J(IDX_NOM) CONVERTING "abcdefghijklmnopqrstuvwxyz"
				TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
			IF NOM_PLIE_J(IDX_NOM) IS EQUAL TO "ORDINATEUR" THEN
				MOVE "ORDINATEUR NON ADMIS" TO MOTIF_REJET
			END-IF
		END-PERFORM.
		IF MOTIF_REJET IS EQUAL TO SPACES THEN
			IF LI_NOM(IDX_LI, 1) IS EQUAL TO SPACES OR LI_NOM(IDX_LI, 2) IS EQUAL TO SPACES THEN
				MOVE "CAPITAINE NON NOMME" TO MOTIF_REJET
			END-IF
		END-IF.
		IF MOTIF_REJET IS EQUAL TO SPACES THEN
			IF LI_MODE(IDX_LI) IS EQUAL TO 4 THEN
				IF LI_NOM(IDX_LI, 3) IS EQUAL TO SPACES OR LI_NOM(IDX_LI, 4) IS EQUAL TO SPACES THEN
					MOVE "COEQUIPIER NON NOMME" TO MOTIF_REJET
				END-IF
			ELSE
				IF LI_NOM(IDX_LI, 3) IS NOT EQUAL TO SPACES OR LI_NOM(IDX_LI, 4) IS NOT EQUAL TO SPACES THEN
					MOVE "COEQUIPIER DANS UN DUEL" TO MOTIF_REJET
				END-IF
			END-IF
		END-IF.
		IF MOTIF_REJET IS EQUAL TO SPACES THEN
			PERFORM VARYING IDX_NOM FROM 1 BY 1 UNTIL IDX_NOM > 3
				PERFORM VARYING JDX_NOM FROM IDX_NOM BY 1 UNTIL JDX_NOM > 3
					IF NOM_PLIE_J(IDX_NOM) IS NOT EQUAL TO SPACES
						AND NOM_PLIE_J(IDX_NOM) IS EQUAL TO NOM_PLIE_J(JDX_NOM + 1) THEN
						MOVE "MEME JOUEUR A DEUX PLACES" TO MOTIF_REJET
					END-IF
				END-PERFORM
			END-PERFORM
		END-IF.

	CONTROLER_GAGNANT_LIGNE.
		*> Le gagnant est nomme par son capitaine, comme a l'historique.
		MOVE 7 TO IDX_CHAMP.
		PERFORM MESURER_CHAMP.
		MOVE CHAMP(7)(1:20) TO NOM_PLIE.
		INSPECT NOM_PLIE CONVERTING "abcdefghijklmnopqrstuvwxyz"
			TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
		EVALUATE TRUE
			WHEN LG_UTILE IS EQUAL TO ZERO OR LG_UTILE IS GREATER THAN 20
				MOVE "GAGNANT ILLISIBLE" TO MOTIF_REJET
			WHEN NOM_PLIE IS EQUAL TO NOM_PLIE_J(1)
				MOVE 1 TO LI_CAMP_GAGNANT(IDX_LI)
			WHEN NOM_PLIE IS EQUAL TO NOM_PLIE_J(2)
				MOVE 2 TO LI_CAMP_GAGNANT(IDX_LI)
			WHEN OTHER
				MOVE "GAGNANT AUTRE QU'UN CAPITAINE" TO MOTIF_REJET
		END-EVALUATE.

	CONTROLER_TIRS_LIGNE.
		*> Tirs sur trois chiffres, touches sur deux, comme les
		*> compteurs du jeu.
		PERFORM VARYING IDX_CHAMP FROM 8 BY 1 UNTIL IDX_CHAMP > 11
			PERFORM MESURER_CHAMP
			IF LG_UTILE IS EQUAL TO ZERO
				OR CHAMP(IDX_CHAMP)(1:LG_UTILE) IS NOT NUMERIC
				OR ((IDX_CHAMP IS EQUAL TO 8 OR IDX_CHAMP IS EQUAL TO 10) AND LG_UTILE IS GREATER THAN 3)
				OR ((IDX_CHAMP IS EQUAL TO 9 OR IDX_CHAMP IS EQUAL TO 11) AND LG_UTILE IS GREATER THAN 2) THEN
				MOVE "TIRS OU TOUCHES ILLISIBLES" TO MOTIF_REJET
			END-IF
		END-PERFORM.
		IF MOTIF_REJET IS EQUAL TO SPACES THEN
			MOVE 8 TO IDX_CHAMP
			PERFORM MESURER_CHAMP
			MOVE CHAMP(8)(1:LG_UTILE) TO LI_TIRS_J1(IDX_LI)
			MOVE 9 TO IDX_CHAMP
			PERFORM MESURER_CHAMP
			MOVE CHAMP(9)(1:LG_UTILE) TO LI_TOUCHES_J1(IDX_LI)
			MOVE 10 TO IDX_CHAMP
			PERFORM MESURER_CHAMP
			MOVE CHAMP(10)(1:LG_UTILE) TO LI_TIRS_J2(IDX_LI)
			MOVE 11 TO IDX_CHAMP
			PERFORM MESURER_CHAMP
			MOVE CHAMP(11)(1:LG_UTILE) TO LI_TOUCHES_J2(IDX_LI)
			IF LI_TOUCHES_J1(IDX_LI) IS GREATER THAN LI_TIRS_J1(IDX_LI)
				OR LI_TOUCHES_J2(IDX_LI) IS GREATER THAN LI_TIRS_J2(IDX_LI) THEN
				MOVE "PLUS DE TOUCHES QUE DE TIRS" TO MOTIF_REJET
			END-IF
		END-IF.

	MESURER_CHAMP.
		*> Longueur utile de la rubrique IDX_CHAMP, blancs de fin
		*> exclus.
		MOVE ZERO TO LG_UTILE.
		PERFORM VARYING IDX_CAR FROM 40 BY -1 UNTIL IDX_CAR < 1 OR LG_UTILE > 0
			IF CHAMP(IDX_CHAMP)(IDX_CAR:1) IS NOT EQUAL TO SPACE THEN
				MOVE IDX_CAR TO LG_UTILE
			END-IF
		END-PERFORM.

	REJETER_LIGNE.
		SET LI_REJETEE(IDX_LI) TO TRUE.
		MOVE MOTIF_REJET TO LI_MOTIF(IDX_LI).
		ADD 1 TO NB_REJETEES.

	RAPPROCHER_NOMS.
		*> Chaque nom est cherche au fichier maitre tel quel, puis aux
		*> majuscules pres : un membre s'appelle alors comme dans
		*> JOUEURS.DAT. Un nom inconnu est un visiteur du club voisin.
		OPEN INPUT JOUEURS-FILE.
		EVALUATE FS_JOUEURS
			WHEN "00"
				PERFORM RAPPROCHER_LOT
				CLOSE JOUEURS-FILE
			WHEN "35"
				SET JOUEURS_ABSENT TO TRUE
				PERFORM RAPPROCHER_LOT
			WHEN OTHER
				DISPLAY "JOUEURS.DAT illisible (statut " FS_JOUEURS ")."
				MOVE 8 TO CODE_RETOUR
		END-EVALUATE.

	RAPPROCHER_LOT.
		PERFORM VARYING IDX_LI FROM 1 BY 1 UNTIL IDX_LI > NB_LI
			IF LI_ACCEPTEE(IDX_LI) THEN
				*> Une ligne rejetee en cours de route n'est plus
				*> rapprochee : elle ne compte qu'une fois aux rejets.
				PERFORM VARYING IDX_NOM FROM 1 BY 1 UNTIL IDX_NOM > 4 OR LI_REJETEE(IDX_LI)
					IF LI_NOM(IDX_LI, IDX_NOM) IS NOT EQUAL TO SPACES THEN
						PERFORM RAPPROCHER_UN_NOM
					END-IF
				END-PERFORM
				IF LI_ACCEPTEE(IDX_LI) THEN
					MOVE LI_NOM(IDX_LI, LI_CAMP_GAGNANT(IDX_LI)) TO LI_GAGNANT(IDX_LI)
				END-IF
			END-IF
		END-PERFORM.

	RAPPROCHER_UN_NOM.
		MOVE LI_NOM(IDX_LI, IDX_NOM) TO NOM_A_CONTROLER.
		MOVE ZERO TO SW_NOM_CONNU.
		IF NOT JOUEURS_ABSENT THEN
			MOVE NOM_A_CONTROLER TO EJ_NOM
			READ JOUEURS-FILE
				INVALID KEY
					PERFORM CHERCHER_VARIANTE_NOM
					IF VARIANTE_TROUVEE THEN
						MOVE NOM_VARIANTE TO LI_NOM(IDX_LI, IDX_NOM)
						SET NOM_CONNU TO TRUE
					END-IF
				NOT INVALID KEY
					SET NOM_CONNU TO TRUE
			END-READ
		END-IF.
		*> Visiteur : deja repere plus haut dans le lot (meme nom aux
		*> majuscules pres), ou nouveau.
		IF NOT NOM_CONNU THEN
			PERFORM CHERCHER_INVITE
			IF INV_TROUVE THEN
				MOVE INV_NOM(IDX_INV) TO LI_NOM(IDX_LI, IDX_NOM)
			ELSE
				IF NB_INV IS LESS THAN 200 THEN
					ADD 1 TO NB_INV
					MOVE NOM_A_CONTROLER TO INV_NOM(NB_INV)
					SET INV_REPERE(NB_INV) TO TRUE
				ELSE
					MOVE "LISTE DES INVITES SATUREE" TO MOTIF_REJET
					PERFORM REJETER_LIGNE
				END-IF
			END-IF
		END-IF.

	CHERCHER_VARIANTE_NOM.
		*> Parcourt le fichier maitre en comparant les noms plies aux
		*> majuscules : les blancs de fin, eux, sont deja alignes par
		*> le PIC X(20). La premiere variante rencontree est retenue.
		MOVE ZERO TO SW_VARIANTE.
		MOVE SPACES TO NOM_VARIANTE.
		MOVE NOM_A_CONTROLER TO NOM_PLIE.
		INSPECT NOM_PLIE CONVERTING "abcdefghijklmnopqrstuvwxyz"
			TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
		MOVE LOW-VALUES TO EJ_NOM.
		START JOUEURS-FILE KEY IS NOT LESS THAN EJ_NOM
			INVALID KEY MOVE "10" TO FS_JOUEURS
		END-START.
		PERFORM TEST BEFORE UNTIL FS_JOUEURS IS NOT EQUAL TO "00" OR VARIANTE_TROUVEE
			READ JOUEURS-FILE NEXT
				AT END CONTINUE
				NOT AT END
					MOVE EJ_NOM TO NOM_PLIE_FICHIER
					INSPECT NOM_PLIE_FICHIER CONVERTING "abcdefghijklmnopqrstuvwxyz"
						TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
					IF NOM_PLIE_FICHIER IS EQUAL TO NOM_PLIE THEN
						MOVE EJ_NOM TO NOM_VARIANTE
						SET VARIANTE_TROUVEE TO TRUE
					END-IF
			END-READ
		END-PERFORM.
		MOVE "00" TO FS_JOUEURS.

	CHERCHER_INVITE.
		MOVE ZERO TO SW_INV_TROUVE.
		MOVE NOM_A_CONTROLER TO NOM_PLIE.
		INSPECT NOM_PLIE CONVERTING "abcdefghijklmnopqrstuvwxyz"
			TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
		PERFORM VARYING IDX_INV FROM 1 BY 1 UNTIL IDX_INV > NB_INV OR INV_TROUVE
			MOVE INV_NOM(IDX_INV) TO NOM_PLIE_FICHIER
			INSPECT NOM_PLIE_FICHIER CONVERTING "abcdefghijklmnopqrstuvwxyz"
				TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
			IF NOM_PLIE_FICHIER IS EQUAL TO NOM_PLIE THEN
				SET INV_TROUVE TO TRUE
			END-IF
		END-PERFORM.
		IF INV_TROUVE THEN
			SUBTRACT 1 FROM IDX_INV
		END-IF.

	ECARTER_DOUBLONS.
		*> Une manche deja a l'historique (meme date, memes joueurs,
		*> meme gagnant, memes tirs et touches) a deja ete comptee :
		*> renvoi du meme fichier, ou manche deja recue par un autre
		*> canal. Meme chose pour une ligne repetee dans le lot.
		OPEN INPUT HISTORIQUE-FILE.
		IF FS_HISTORIQUE IS NOT EQUAL TO "00" THEN
			IF FS_HISTORIQUE IS NOT EQUAL TO "35" THEN
				DISPLAY "HISTORIQUE.DAT illisible (statut " FS_HISTORIQUE ")."
				MOVE 8 TO CODE_RETOUR
			END-IF
		ELSE
			PERFORM TEST BEFORE UNTIL FS_HISTORIQUE IS EQUAL TO "10"
				READ HISTORIQUE-FILE
					AT END CONTINUE
					NOT AT END
						PERFORM COMPARER_A_L_HISTORIQUE
				END-READ
			END-PERFORM
			CLOSE HISTORIQUE-FILE
		END-IF.
		PERFORM VARYING IDX_LI FROM 2 BY 1 UNTIL IDX_LI > NB_LI
			PERFORM VARYING JDX_LI FROM 1 BY 1 UNTIL JDX_LI >= IDX_LI OR LI_REJETEE(IDX_LI)
				IF LI_ACCEPTEE(IDX_LI) AND LI_ACCEPTEE(JDX_LI)
					AND LI_DATE(IDX_LI) IS EQUAL TO LI_DATE(JDX_LI)
					AND LI_MODE(IDX_LI) IS EQUAL TO LI_MODE(JDX_LI)
					AND LI_NOM(IDX_LI, 1) IS EQUAL TO LI_NOM(JDX_LI, 1)
					AND LI_NOM(IDX_LI, 2) IS EQUAL TO LI_NOM(JDX_LI, 2)
					AND LI_NOM(IDX_LI, 3) IS EQUAL TO LI_NOM(JDX_LI, 3)
					AND LI_NOM(IDX_LI, 4) IS EQUAL TO LI_NOM(JDX_LI, 4)
					AND LI_GAGNANT(IDX_LI) IS EQUAL TO LI_GAGNANT(JDX_LI)
					AND LI_TIRS_J1(IDX_LI) IS EQUAL TO LI_TIRS_J1(JDX_LI)
					AND LI_TOUCHES_J1(IDX_LI) IS EQUAL TO LI_TOUCHES_J1(JDX_LI)
					AND LI_TIRS_J2(IDX_LI) IS EQUAL TO LI_TIRS_J2(JDX_LI)
					AND LI_TOUCHES_J2(IDX_LI) IS EQUAL TO LI_TOUCHES_J2(JDX_LI) THEN
					MOVE "EN DOUBLE DANS LE FICHIER RECU" TO MOTIF_REJET
					PERFORM REJETER_LIGNE
				END-IF
			END-PERFORM
		END-PERFORM.

	COMPARER_A_L_HISTORIQUE.
		PERFORM VARYING IDX_LI FROM 1 BY 1 UNTIL IDX_LI > NB_LI
			IF LI_ACCEPTEE(IDX_LI)
				AND LI_DATE(IDX_LI) IS EQUAL TO EH_DATE
				AND LI_MODE(IDX_LI) IS EQUAL TO EH_MODE_JOUEURS
				AND LI_NOM(IDX_LI, 1) IS EQUAL TO EH_NOM_J1
				AND LI_NOM(IDX_LI, 2) IS EQUAL TO EH_NOM_J2
				AND LI_NOM(IDX_LI, 3) IS EQUAL TO EH_NOM_J3
				AND LI_NOM(IDX_LI, 4) IS EQUAL TO EH_NOM_J4
				AND LI_GAGNANT(IDX_LI) IS EQUAL TO EH_NOM_GAGNANT
				AND LI_TIRS_J1(IDX_LI) IS EQUAL TO EH_TIRS_J1
				AND LI_TOUCHES_J1(IDX_LI) IS EQUAL TO EH_TOUCHES_J1
				AND LI_TIRS_J2(IDX_LI) IS EQUAL TO EH_TIRS_J2
				AND LI_TOUCHES_J2(IDX_LI) IS EQUAL TO EH_TOUCHES_J2 THEN
				MOVE "DEJA A L'HISTORIQUE" TO MOTIF_REJET
				PERFORM REJETER_LIGNE
			END-IF
		END-PERFORM.

	INTEGRER_MANCHES.
		*> Meme fin de manche que le jeu, dans l'ordre du fichier recu :
		*> palmares et classement des capitaines puis des coequipiers,
		*> puis ligne d'historique. Touche-Reconcil rejoue ainsi les
		*> classements dans le meme ordre que cette integration.
		MOVE ZERO TO NB_A_INTEGRER.
		PERFORM VARYING IDX_LI FROM 1 BY 1 UNTIL IDX_LI > NB_LI
			IF LI_ACCEPTEE(IDX_LI) THEN
				ADD 1 TO NB_A_INTEGRER
			END-IF
		END-PERFORM.
		IF NB_A_INTEGRER IS EQUAL TO ZERO THEN
			DISPLAY "Aucune manche a integrer."
		ELSE
			OPEN I-O JOUEURS-FILE
			IF FS_JOUEURS IS EQUAL TO "35" THEN
				OPEN OUTPUT JOUEURS-FILE
				CLOSE JOUEURS-FILE
				OPEN I-O JOUEURS-FILE
			END-IF
		END-IF.
		IF NB_A_INTEGRER IS GREATER THAN ZERO AND FS_JOUEURS IS NOT EQUAL TO "00" THEN
			DISPLAY "JOUEURS.DAT inutilisable (statut " FS_JOUEURS ")."
			MOVE 8 TO CODE_RETOUR
		END-IF.
		IF NB_A_INTEGRER IS GREATER THAN ZERO AND FS_JOUEURS IS EQUAL TO "00" THEN
			OPEN EXTEND HISTORIQUE-FILE
			IF FS_HISTORIQUE IS EQUAL TO "35" THEN
				OPEN OUTPUT HISTORIQUE-FILE
			END-IF
			IF FS_HISTORIQUE IS NOT EQUAL TO "00" THEN
				DISPLAY "HISTORIQUE.DAT inutilisable (statut " FS_HISTORIQUE ")."
				MOVE 8 TO CODE_RETOUR
			ELSE
				DISPLAY " "
				DISPLAY "===== Manches integrees ====="
				PERFORM VARYING IDX_LI FROM 1 BY 1 UNTIL IDX_LI > NB_LI
					IF LI_ACCEPTEE(IDX_LI) THEN
						PERFORM INTEGRER_UNE_MANCHE
					END-IF
				END-PERFORM
				CLOSE HISTORIQUE-FILE
			END-IF
			CLOSE JOUEURS-FILE
		END-IF.

	INTEGRER_UNE_MANCHE.
		IF LI_CAMP_GAGNANT(IDX_LI) IS EQUAL TO 1 THEN
			MOVE LI_NOM(IDX_LI, 1) TO NOM_GAGNANT
			MOVE LI_NOM(IDX_LI, 2) TO NOM_PERDANT
		ELSE
			MOVE LI_NOM(IDX_LI, 2) TO NOM_GAGNANT
			MOVE LI_NOM(IDX_LI, 1) TO NOM_PERDANT
		END-IF.
		PERFORM CREDITER_VICTOIRE.
		PERFORM CREDITER_DEFAITE.
		PERFORM AJUSTER_CLASSEMENTS.
		*> En mode "deux contre deux" les coequipiers des capitaines
		*> partagent le meme resultat que leur equipe.
		IF LI_MODE(IDX_LI) IS EQUAL TO 4 THEN
			IF LI_CAMP_GAGNANT(IDX_LI) IS EQUAL TO 1 THEN
				MOVE LI_NOM(IDX_LI, 3) TO NOM_GAGNANT
				MOVE LI_NOM(IDX_LI, 4) TO NOM_PERDANT
			ELSE
				MOVE LI_NOM(IDX_LI, 4) TO NOM_GAGNANT
				MOVE LI_NOM(IDX_LI, 3) TO NOM_PERDANT
			END-IF
			PERFORM CREDITER_VICTOIRE
			PERFORM CREDITER_DEFAITE
			PERFORM AJUSTER_CLASSEMENTS
		END-IF.
		*> Manche venue d'ailleurs : ni tour, ni variante, ni plateau,
		*> ni heures connus ; l'origine la distingue des manches du
		*> club.
		MOVE LI_DATE(IDX_LI) TO EH_DATE.
		MOVE LI_MODE(IDX_LI) TO EH_MODE_JOUEURS.
		MOVE LI_NOM(IDX_LI, 1) TO EH_NOM_J1.
		MOVE LI_NOM(IDX_LI, 2) TO EH_NOM_J2.
		MOVE LI_NOM(IDX_LI, 3) TO EH_NOM_J3.
		MOVE LI_NOM(IDX_LI, 4) TO EH_NOM_J4.
		MOVE LI_GAGNANT(IDX_LI) TO EH_NOM_GAGNANT.
		MOVE LI_TIRS_J1(IDX_LI) TO EH_TIRS_J1.
		MOVE LI_TOUCHES_J1(IDX_LI) TO EH_TOUCHES_J1.
		MOVE LI_TIRS_J2(IDX_LI) TO EH_TIRS_J2.
		MOVE LI_TOUCHES_J2(IDX_LI) TO EH_TOUCHES_J2.
		MOVE ZERO TO EH_NUM_TOUR.
		MOVE SPACE TO EH_VARIANTE.
		MOVE ZERO TO EH_TAILLE_PLATEAU.
		MOVE SPACES TO EH_HEURE_DEBUT.
		MOVE SPACES TO EH_HEURE_FIN.
		SET EH_EXTERNE TO TRUE.
		WRITE ENR_HISTORIQUE.
		ADD 1 TO NB_ECRITS.
		ADD 1 TO NB_ACCEPTEES.
		DISPLAY "  " LI_DATE(IDX_LI) "  " LI_NOM(IDX_LI, 1) " contre " LI_NOM(IDX_LI, 2) "  gagnant " LI_GAGNANT(IDX_LI).
		*> Les visiteurs de cette manche seront inscrits aux invites.
		PERFORM VARYING IDX_NOM FROM 1 BY 1 UNTIL IDX_NOM > 4
			IF LI_NOM(IDX_LI, IDX_NOM) IS NOT EQUAL TO SPACES THEN
				MOVE LI_NOM(IDX_LI, IDX_NOM) TO NOM_A_CONTROLER
				PERFORM CHERCHER_INVITE
				IF INV_TROUVE AND INV_REPERE(IDX_INV) THEN
					SET INV_A_INSCRIRE(IDX_INV) TO TRUE
				END-IF
			END-IF
		END-PERFORM.

	CREDITER_VICTOIRE.
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

	CREDITER_DEFAITE.
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

	AJUSTER_CLASSEMENTS.
		*> Echange de points entre le gagnant et le perdant de la paire
		*> en cours, regle du jeu : 16 points a classement egal, plus 1
		*> par tranche de 25 points d'ecart en faveur du perdant, borne
		*> entre 1 et 31.
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
		COMPUTE GAIN_CLASSEMENT = 16 + (CLASSEMENT_PERDANT - CLASSEMENT_GAGNANT) / 25.
		IF GAIN_CLASSEMENT IS LESS THAN 1 THEN
			MOVE 1 TO GAIN_CLASSEMENT
		END-IF.
		IF GAIN_CLASSEMENT IS GREATER THAN 31 THEN
			MOVE 31 TO GAIN_CLASSEMENT
		END-IF.
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

	INSCRIRE_INVITES.
		*> Seuls les visiteurs d'au moins une manche retenue entrent
		*> dans la liste : ils ont desormais un palmares dans
		*> JOUEURS.DAT, que l'echelle et les tirages doivent ignorer.
		PERFORM VARYING IDX_INV FROM 1 BY 1 UNTIL IDX_INV > NB_INV
			IF INV_A_INSCRIRE(IDX_INV) THEN
				ADD 1 TO NB_NOUVEAUX_INVITES
			END-IF
		END-PERFORM.
		IF NB_NOUVEAUX_INVITES IS GREATER THAN ZERO THEN
			OPEN EXTEND INVITES-FILE
			IF FS_INVITES IS EQUAL TO "35" THEN
				OPEN OUTPUT INVITES-FILE
			END-IF
			IF FS_INVITES IS NOT EQUAL TO "00" THEN
				DISPLAY "INVITES.DAT inutilisable (statut " FS_INVITES "), invites non inscrits."
				MOVE 8 TO CODE_RETOUR
			ELSE
				DISPLAY " "
				DISPLAY "===== Invites inscrits ====="
				PERFORM VARYING IDX_INV FROM 1 BY 1 UNTIL IDX_INV > NB_INV
					IF INV_A_INSCRIRE(IDX_INV) THEN
						MOVE INV_NOM(IDX_INV) TO EI_NOM
						MOVE DATE_DU_JOUR TO EI_DATE
						WRITE ENR_INVITE
						DISPLAY "  " INV_NOM(IDX_INV)
					END-IF
				END-PERFORM
				CLOSE INVITES-FILE
			END-IF
		END-IF.

	EDITER_REJETS.
		DISPLAY " ".
		DISPLAY "===== Lignes rejetees =====".
		MOVE "  LIGNE  MOTIF DU REJET                  LIGNE RECUE" TO ENTETE_COLONNES.
		PERFORM VARYING IDX_LI FROM 1 BY 1 UNTIL IDX_LI > NB_LI
			IF LI_REJETEE(IDX_LI) THEN
				MOVE LI_NUM_LIGNE(IDX_LI) TO LRE_LIGNE
				MOVE LI_MOTIF(IDX_LI) TO LRE_MOTIF
				MOVE LI_TEXTE(IDX_LI) TO LRE_TEXTE
				DISPLAY LIG_REJET
				MOVE LIG_REJET TO LIGNE_EDITION
				PERFORM ECRIRE_LIGNE_RAPPORT
			END-IF
		END-PERFORM.
		IF NB_REJETEES IS EQUAL TO ZERO THEN
			DISPLAY "Aucune ligne rejetee."
			MOVE "Aucune ligne rejetee." TO LIGNE_EDITION
			PERFORM ECRIRE_LIGNE_RAPPORT
		END-IF.

	OUVRIR_RAPPORT.
		*> L'etat est recree a chaque passage : il accompagne le
		*> fichier recu, pas un cumul.
		OPEN OUTPUT RAPPORT-FILE.
		IF FS_RAPPORT IS NOT EQUAL TO "00" THEN
			DISPLAY "REJETS.RPT inutilisable (statut " FS_RAPPORT "), edition ecran seule."
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
		MOVE NB_LI TO LTO_LUES.
		MOVE NB_ACCEPTEES TO LTO_ACCEPTEES.
		MOVE NB_REJETEES TO LTO_REJETEES.
		MOVE NB_NOUVEAUX_INVITES TO LTO_INVITES.
		DISPLAY LIG_TOTAUX.
		MOVE LIG_TOTAUX TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.
		IF NB_HORS_LOT IS GREATER THAN ZERO THEN
			MOVE NB_HORS_LOT TO LHL_NOMBRE
			DISPLAY LIG_HORS_LOT
			MOVE LIG_HORS_LOT TO LIGNE_EDITION
			PERFORM ECRIRE_LIGNE_RAPPORT
		END-IF.
		IF CODE_RETOUR IS EQUAL TO 8 THEN
			MOVE "Erreur de fichier : aucune manche integree, relancer apres correction." TO LIGNE_EDITION
			PERFORM ECRIRE_LIGNE_RAPPORT
		END-IF.
		IF FS_RAPPORT IS EQUAL TO "00" THEN
			CLOSE RAPPORT-FILE
			DISPLAY " "
			DISPLAY "Etat des rejets ecrit dans REJETS.RPT."
		END-IF.

	TERMINER_EXECUTION.
		*> Fin unique du batch : trace du passage dans EXECLOG.DAT puis
		*> code retour pour l'ordonnanceur (0 = tout integre, 4 = lignes
		*> rejetees, 8 = erreur).
		PERFORM JOURNALISER_EXECUTION.
		MOVE CODE_RETOUR TO RETURN-CODE.
		STOP RUN.

	JOURNALISER_EXECUTION.
		ACCEPT DATE_DU_JOUR FROM DATE YYYYMMDD.
		ACCEPT HEURE_PASSAGE FROM TIME.
		OPEN EXTEND EXECLOG-FILE.
		IF FS_EXECLOG IS EQUAL TO "35" THEN
			OPEN OUTPUT EXECLOG-FILE
		END-IF.
		IF FS_EXECLOG IS EQUAL TO "00" THEN
			MOVE "Touche-Import" TO EXL_PROGRAMME
			MOVE DATE_DU_JOUR TO EXL_DATE
			MOVE HEURE_PASSAGE(1:6) TO EXL_HEURE
			MOVE NB_LUS TO EXL_LUS
			MOVE NB_ECRITS TO EXL_ECRITS
			EVALUATE CODE_RETOUR
				WHEN 0
					MOVE "OK" TO EXL_ISSUE
				WHEN 4
					MOVE "ECARTS" TO EXL_ISSUE
				WHEN OTHER
					MOVE "ERREUR" TO EXL_ISSUE
			END-EVALUATE
			WRITE ENR_EXECLOG
			CLOSE EXECLOG-FILE
		END-IF.
