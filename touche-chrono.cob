IDENTIFICATION DIVISION.
	PROGRAM-ID. Touche-Chrono.
	DATE-WRITTEN. 15/10/2026.
	AUTHOR. Hippolyte Damay--Glorieux.
	REMARKS. "Batch de mesure du temps de jeu : duree moyenne des parties de l'historique HISTORIQUE.DAT par mode (solo, duo, equipes), par variante et par taille de plateau, et joueurs les plus lents d'apres l'heure de chaque tir de l'archive ARCHJRN.DAT, pour prevoir combien de parties tiennent dans une soiree. Etat pagine DUREES.RPT ; reglages dans BATCH.PRM ; passage trace dans EXECLOG.DAT, code retour 0/8".
ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		*>--------------------------------------------------------------
		*>	Historique permanent des resultats : heure de debut et de
		*>	fin de chaque manche, mode, variante et taille du plateau
		*>--------------------------------------------------------------
		SELECT HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_HISTORIQUE.
		*>--------------------------------------------------------------
		*>	Archive cumulative du journal de bord : l'heure de chaque
		*>	tir, au nom du tireur
		*>--------------------------------------------------------------
		SELECT ARCHIVE-JOURNAL-FILE ASSIGN TO "ARCHJRN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_ARCHJRN.
		*>--------------------------------------------------------------
		*>	Parametres de la chaine de nuit : fichier facultatif, les
		*>	reglages de l'etat y remplacent les valeurs par defaut
		*>--------------------------------------------------------------
		SELECT PARAM-FILE ASSIGN TO "BATCH.PRM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_PARAM.
		*>--------------------------------------------------------------
		*>	Etat imprimable des durees, recree a chaque passage
		*>--------------------------------------------------------------
		SELECT RAPPORT-FILE ASSIGN TO "DUREES.RPT"
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
		05	EH_HEURE_DEBUT_R	REDEFINES EH_HEURE_DEBUT.
			10	EHD_HEURES		PIC 99.
			10	EHD_MINUTES		PIC 99.
			10	EHD_SECONDES		PIC 99.
		05	EH_HEURE_FIN		PIC X(6).
		05	EH_HEURE_FIN_R		REDEFINES EH_HEURE_FIN.
			10	EHF_HEURES		PIC 99.
			10	EHF_MINUTES		PIC 99.
			10	EHF_SECONDES		PIC 99.
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
			10	EAJ_HEURE_R	REDEFINES EAJ_HEURE.
				15	EAJH_HEURES		PIC 99.
				15	EAJH_MINUTES		PIC 99.
				15	EAJH_SECONDES		PIC 99.
			10	FILLER			PIC X(49).
	FD	PARAM-FILE.
	01	ENR_PARAM.
		05	PRM_CLE			PIC X(12).
		05	PRM_VALEUR		PIC X(8).
		05	PRM_VALEUR_R	REDEFINES PRM_VALEUR.
			10	PRM_NOMBRE		PIC 9(05).
			10	FILLER			PIC X(03).
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
		77	FS_HISTORIQUE				PIC XX.
		77	FS_ARCHJRN				PIC XX.
		*>--------------------------------------------------------------
		*>	Reglages, valeurs par defaut que BATCH.PRM peut remplacer
		*>	(cle en colonnes 1 a 12, valeur ensuite, ex.
		*>	"CHR_LENTS   00005") : nombre de joueurs lents edites,
		*>	nombre de tirs chronometres en deca duquel un joueur n'est
		*>	pas classe, et ecart en secondes au-dela duquel un tir suit
		*>	une pause (tour par correspondance, partie reprise un autre
		*>	jour) et n'est pas chronometre (0 = pas de plafond)
		*>--------------------------------------------------------------
		77	FS_PARAM				PIC XX.
		77	NB_LENTS_EDITES				PIC 9(05)	VALUE 10.
		77	SEUIL_TIRS				PIC 9(05)	VALUE 20.
		77	PLAFOND_TIR				PIC 9(05)	VALUE 600.
		*>--------------------------------------------------------------
		*>	Cumuls de duree des manches chronometrees : une manche
		*>	compte si elle a une heure de debut et une heure de fin
		*>	(manche commencee et finie le meme jour). Rubriques : modes
		*>	1, 2 et 4 ; variantes classique et salve ; plateaux de 8 a
		*>	15 (indice = taille - 7)
		*>--------------------------------------------------------------
		77	NB_MANCHES_LUES				PIC 9(06)	VALUE 0.
		77	NB_MANCHES_CHRONO			PIC 9(06)	VALUE 0.
		77	DUREE_MANCHE				PIC S9(05).
		01	CUMULS_MODES.
			05	CM_ENTREE			OCCURS 3 TIMES.
				10	CM_MANCHES		PIC 9(06).
				10	CM_SECONDES		PIC 9(09).
		01	CUMULS_VARIANTES.
			05	CV_ENTREE			OCCURS 2 TIMES.
				10	CV_MANCHES		PIC 9(06).
				10	CV_SECONDES		PIC 9(09).
		01	CUMULS_PLATEAUX.
			05	CP_ENTREE			OCCURS 8 TIMES.
				10	CP_MANCHES		PIC 9(06).
				10	CP_SECONDES		PIC 9(09).
		77	IDX_RUB					PIC 99.
		01	LIBELLES_MODES.
			05	FILLER				PIC X(10)	VALUE "SOLO".
			05	FILLER				PIC X(10)	VALUE "DUO".
			05	FILLER				PIC X(10)	VALUE "EQUIPES".
		01	LIBELLES_MODES_R	REDEFINES LIBELLES_MODES.
			05	LIB_MODE		OCCURS 3 TIMES	PIC X(10).
		01	LIBELLES_VARIANTES.
			05	FILLER				PIC X(10)	VALUE "CLASSIQUE".
			05	FILLER				PIC X(10)	VALUE "SALVE".
		01	LIBELLES_VARIANTES_R	REDEFINES LIBELLES_VARIANTES.
			05	LIB_VARIANTE		OCCURS 2 TIMES	PIC X(10).
		*>--------------------------------------------------------------
		*>	Temps de reflexion par tireur, d'apres l'archive : le temps
		*>	d'un tir est l'ecart avec l'enregistrement precedent du
		*>	meme match. Le premier tir d'un match (pas de reference),
		*>	les tirs de l'Ordinateur et les forfaits ne comptent pas
		*>--------------------------------------------------------------
		01	TIREURS.
			05	TJ_ENTREE			OCCURS 500 TIMES.
				10	TJ_NOM			PIC X(20).
				10	TJ_TIRS			PIC 9(07).
				10	TJ_SECONDES		PIC 9(09).
				10	TJ_MOYENNE		PIC 9(04)V9.
		77	NB_TJ					PIC 999		VALUE 0.
		77	IDX_TJ					PIC 999.
		77	JDX_TJ					PIC 999.
		77	SW_TJ_TROUVE				PIC 9.
			88	TJ_TROUVE				VALUE 1.
		01	TIREUR_ECHANGE.
			05	TE_NOM				PIC X(20).
			05	TE_TIRS				PIC 9(07).
			05	TE_SECONDES			PIC 9(09).
			05	TE_MOYENNE			PIC 9(04)V9.
		77	MATCH_COURANT				PIC 9(05)	VALUE 0.
		77	SW_REFERENCE				PIC 9		VALUE 0.
			88	REFERENCE_CONNUE			VALUE 1.
		77	SECONDES_REFERENCE			PIC 9(05).
		77	SECONDES_TIR				PIC 9(05).
		77	DUREE_TIR				PIC S9(05).
		77	NB_CLASSES				PIC 9(05).
		77	SW_SATURE				PIC 9		VALUE 0.
			88	TABLE_SATUREE				VALUE 1.
		*>--------------------------------------------------------------
		*>	Edition paginee dans DUREES.RPT : la ligne a editer est
		*>	posee dans LIGNE_EDITION, ECRIRE_LIGNE_RAPPORT gere le saut
		*>	de page et le rappel des entetes de colonnes de la section
		*>--------------------------------------------------------------
		77	FS_RAPPORT				PIC XX.
		77	DATE_DU_JOUR				PIC X(8).
		77	NUM_PAGE				PIC 9(04)	VALUE 0.
		77	NUM_LIGNE				PIC 99		VALUE 99.
		77	LIGNES_PAR_PAGE				PIC 99		VALUE 55.
		77	LIGNE_EDITION				PIC X(132).
		77	ENTETE_COLONNES				PIC X(132)	VALUE SPACES.
		77	SECONDES_A_EDITER			PIC 9(09).
		77	MANCHES_A_EDITER			PIC 9(06).
		77	MOYENNE_SECONDES			PIC 9(07).
		77	DUREE_MINUTES				PIC 9(05).
		77	DUREE_SECONDES				PIC 99.
		77	TAILLE_EDITEE				PIC 99.
		01	ENTETE_RAPPORT.
			02	FILLER				PIC X(50)	VALUE "TOUCHE COBOL - TEMPS DE JEU".
			02	FILLER				PIC X(10)	VALUE "EDITE LE ".
			02	ENT_JOUR			PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	ENT_MOIS			PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	ENT_ANNEE			PIC X(4).
			02	FILLER				PIC X(08)	VALUE "    PAGE".
			02	ENT_PAGE			PIC ZZZ9.
		01	LIG_DUREE.
			02	FILLER				PIC XX		VALUE SPACES.
			02	LDU_RUBRIQUE			PIC X(20).
			02	FILLER				PIC XX		VALUE SPACES.
			02	LDU_MANCHES			PIC ZZZZZ9.
			02	FILLER				PIC X(4)	VALUE SPACES.
			02	LDU_DUREE.
				03	LDU_MINUTES		PIC ZZZZ9.
				03	LDU_SEP_MN		PIC X(4).
				03	LDU_SECONDES		PIC 99.
				03	LDU_SEP_S		PIC XX.
		01	LIG_LENT.
			02	FILLER				PIC XX		VALUE SPACES.
			02	LLE_RANG			PIC ZZ9.
			02	FILLER				PIC XX		VALUE SPACES.
			02	LLE_NOM				PIC X(20).
			02	FILLER				PIC XX		VALUE SPACES.
			02	LLE_TIRS			PIC ZZZZZZ9.
			02	FILLER				PIC X(4)	VALUE SPACES.
			02	LLE_MOYENNE			PIC ZZZ9.9.
			02	FILLER				PIC X(9)	VALUE " s / tir".
		01	LIG_TOTAUX.
			02	FILLER				PIC X(8)	VALUE "TOTAL : ".
			02	LTO_CHRONO			PIC ZZZZZ9.
			02	FILLER				PIC X(33)	VALUE " manche(s) chronometree(s) sur ".
			02	LTO_LUES			PIC ZZZZZ9.
			02	FILLER				PIC X(12)	VALUE " a l'histo.".
		*>--------------------------------------------------------------
		*>	Conduite sans operateur : code retour pour l'ordonnanceur
		*>	(0 = propre, 8 = erreur fichier ou table saturee) et ligne
		*>	de passage ajoutee a EXECLOG.DAT
		*>--------------------------------------------------------------
		77	FS_EXECLOG				PIC XX.
		77	CODE_RETOUR				PIC 9		VALUE 0.
		77	NB_LUS					PIC 9(07)	VALUE 0.
		77	NB_ECRITS				PIC 9(07)	VALUE 0.
		77	HEURE_PASSAGE				PIC X(8).
PROCEDURE DIVISION.
	PERFORM LIRE_PARAMETRES.
	PERFORM CUMULER_DUREES_HISTORIQUE.
	PERFORM CUMULER_TEMPS_ARCHIVE.
	PERFORM OUVRIR_RAPPORT.
	PERFORM EDITER_DUREES.
	PERFORM EDITER_JOUEURS_LENTS.
	IF TABLE_SATUREE THEN
		DISPLAY "ATTENTION : plus de 500 tireurs, classement incomplet."
		MOVE "ATTENTION : plus de 500 tireurs, classement incomplet." TO LIGNE_EDITION
		PERFORM ECRIRE_LIGNE_RAPPORT
		MOVE 8 TO CODE_RETOUR
	END-IF.
	PERFORM CLORE_RAPPORT.
	PERFORM TERMINER_EXECUTION.

	LIRE_PARAMETRES.
		*> Ce batch n'a aucune saisie : BATCH.PRM ne sert qu'a regler
		*> l'etat, une cle absente garde sa valeur par defaut.
		OPEN INPUT PARAM-FILE.
		IF FS_PARAM IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_PARAM IS EQUAL TO "10"
				READ PARAM-FILE
					AT END CONTINUE
					NOT AT END
						IF PRM_NOMBRE IS NUMERIC THEN
							EVALUATE PRM_CLE
								WHEN "CHR_LENTS"
									MOVE PRM_NOMBRE TO NB_LENTS_EDITES
								WHEN "CHR_TIRS"
									MOVE PRM_NOMBRE TO SEUIL_TIRS
								WHEN "CHR_PLAFOND"
									MOVE PRM_NOMBRE TO PLAFOND_TIR
								WHEN OTHER
									CONTINUE
							END-EVALUATE
						END-IF
				END-READ
			END-PERFORM
			CLOSE PARAM-FILE
		END-IF.

	CUMULER_DUREES_HISTORIQUE.
		*> Les manches anterieures a l'horloge de jeu n'ont ni heure de
		*> debut ni heure de fin : elles sont lues mais pas cumulees.
		PERFORM VARYING IDX_RUB FROM 1 BY 1 UNTIL IDX_RUB > 3
			MOVE ZERO TO CM_MANCHES(IDX_RUB)
			MOVE ZERO TO CM_SECONDES(IDX_RUB)
		END-PERFORM.
		PERFORM VARYING IDX_RUB FROM 1 BY 1 UNTIL IDX_RUB > 2
			MOVE ZERO TO CV_MANCHES(IDX_RUB)
			MOVE ZERO TO CV_SECONDES(IDX_RUB)
		END-PERFORM.
		PERFORM VARYING IDX_RUB FROM 1 BY 1 UNTIL IDX_RUB > 8
			MOVE ZERO TO CP_MANCHES(IDX_RUB)
			MOVE ZERO TO CP_SECONDES(IDX_RUB)
		END-PERFORM.
		OPEN INPUT HISTORIQUE-FILE.
		IF FS_HISTORIQUE IS NOT EQUAL TO "00" THEN
			DISPLAY "HISTORIQUE.DAT absent, aucune duree a mesurer."
			IF FS_HISTORIQUE IS NOT EQUAL TO "35" THEN
				MOVE 8 TO CODE_RETOUR
			END-IF
		ELSE
			PERFORM TEST BEFORE UNTIL FS_HISTORIQUE IS EQUAL TO "10"
				READ HISTORIQUE-FILE
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						ADD 1 TO NB_MANCHES_LUES
						IF EH_HEURE_DEBUT IS NUMERIC AND EH_HEURE_FIN IS NUMERIC THEN
							PERFORM CUMULER_UNE_DUREE
						END-IF
				END-READ
			END-PERFORM
			CLOSE HISTORIQUE-FILE
		END-IF.

	CUMULER_UNE_DUREE.
		COMPUTE DUREE_MANCHE = (EHF_HEURES * 3600 + EHF_MINUTES * 60 + EHF_SECONDES)
			- (EHD_HEURES * 3600 + EHD_MINUTES * 60 + EHD_SECONDES).
		IF DUREE_MANCHE IS NOT LESS THAN ZERO THEN
			ADD 1 TO NB_MANCHES_CHRONO
			EVALUATE EH_MODE_JOUEURS
				WHEN 1
					MOVE 1 TO IDX_RUB
				WHEN 4
					MOVE 3 TO IDX_RUB
				WHEN OTHER
					MOVE 2 TO IDX_RUB
			END-EVALUATE
			ADD 1 TO CM_MANCHES(IDX_RUB)
			ADD DUREE_MANCHE TO CM_SECONDES(IDX_RUB)
			IF EH_SALVE THEN
				MOVE 2 TO IDX_RUB
			ELSE
				MOVE 1 TO IDX_RUB
			END-IF
			ADD 1 TO CV_MANCHES(IDX_RUB)
			ADD DUREE_MANCHE TO CV_SECONDES(IDX_RUB)
			IF EH_TAILLE_PLATEAU IS NUMERIC
				AND EH_TAILLE_PLATEAU IS NOT LESS THAN 8
				AND EH_TAILLE_PLATEAU IS NOT GREATER THAN 15 THEN
				COMPUTE IDX_RUB = EH_TAILLE_PLATEAU - 7
				ADD 1 TO CP_MANCHES(IDX_RUB)
				ADD DUREE_MANCHE TO CP_SECONDES(IDX_RUB)
			END-IF
		END-IF.

	CUMULER_TEMPS_ARCHIVE.
		*> Une archive pas encore creee n'est pas une erreur : pas de
		*> classement des joueurs lents, c'est tout.
		OPEN INPUT ARCHIVE-JOURNAL-FILE.
		IF FS_ARCHJRN IS NOT EQUAL TO "00" THEN
			IF FS_ARCHJRN IS NOT EQUAL TO "35" THEN
				DISPLAY "ARCHJRN.DAT illisible (statut " FS_ARCHJRN ")."
				MOVE 8 TO CODE_RETOUR
			END-IF
		ELSE
			PERFORM TEST BEFORE UNTIL FS_ARCHJRN IS EQUAL TO "10"
				READ ARCHIVE-JOURNAL-FILE
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						IF EAJ_TYPE_ENTETE THEN
							MOVE EAJ_MATCH TO MATCH_COURANT
							MOVE ZERO TO SW_REFERENCE
						ELSE
							IF EAJ_MATCH IS EQUAL TO MATCH_COURANT THEN
								PERFORM POINTER_TIR_CHRONO
							END-IF
						END-IF
				END-READ
			END-PERFORM
			CLOSE ARCHIVE-JOURNAL-FILE
		END-IF.

	POINTER_TIR_CHRONO.
		*> Les tirs archives avant l'horloge de jeu n'ont pas d'heure :
		*> ils coupent la reference, le tir suivant ne compte pas. Un
		*> ecart au-dela du plafond est une pause, pas une reflexion :
		*> le tir sert seulement de nouvelle reference.
		IF EAJ_HEURE IS NUMERIC THEN
			COMPUTE SECONDES_TIR = EAJH_HEURES * 3600 + EAJH_MINUTES * 60 + EAJH_SECONDES
			IF REFERENCE_CONNUE AND EAJ_NOM IS NOT EQUAL TO "Ordinateur"
				AND EAJ_RESULTAT IS NOT EQUAL TO "FORFAIT" THEN
				COMPUTE DUREE_TIR = SECONDES_TIR - SECONDES_REFERENCE
				IF DUREE_TIR IS LESS THAN ZERO THEN
					ADD 86400 TO DUREE_TIR
				END-IF
				IF PLAFOND_TIR IS EQUAL TO ZERO
					OR DUREE_TIR IS NOT GREATER THAN PLAFOND_TIR THEN
					PERFORM CHERCHER_OU_CREER_TIREUR
					IF TJ_TROUVE THEN
						ADD 1 TO TJ_TIRS(IDX_TJ)
						ADD DUREE_TIR TO TJ_SECONDES(IDX_TJ)
					END-IF
				END-IF
			END-IF
			MOVE SECONDES_TIR TO SECONDES_REFERENCE
			SET REFERENCE_CONNUE TO TRUE
		ELSE
			MOVE ZERO TO SW_REFERENCE
		END-IF.

	CHERCHER_OU_CREER_TIREUR.
		MOVE ZERO TO SW_TJ_TROUVE.
		PERFORM VARYING IDX_TJ FROM 1 BY 1 UNTIL IDX_TJ > NB_TJ OR TJ_TROUVE
			IF TJ_NOM(IDX_TJ) IS EQUAL TO EAJ_NOM THEN
				SET TJ_TROUVE TO TRUE
			END-IF
		END-PERFORM.
		IF TJ_TROUVE THEN
			SUBTRACT 1 FROM IDX_TJ
		ELSE
			IF NB_TJ IS LESS THAN 500 THEN
				ADD 1 TO NB_TJ
				MOVE NB_TJ TO IDX_TJ
				MOVE EAJ_NOM TO TJ_NOM(IDX_TJ)
				MOVE ZERO TO TJ_TIRS(IDX_TJ)
				MOVE ZERO TO TJ_SECONDES(IDX_TJ)
				SET TJ_TROUVE TO TRUE
			ELSE
				SET TABLE_SATUREE TO TRUE
			END-IF
		END-IF.

	EDITER_DUREES.
		DISPLAY " ".
		DISPLAY "===== Duree moyenne des manches =====".
		MOVE "  RUBRIQUE                MANCHES    DUREE MOYENNE" TO ENTETE_COLONNES.
		MOVE "===== Duree moyenne des manches =====" TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.
		IF NB_MANCHES_CHRONO IS EQUAL TO ZERO THEN
			DISPLAY "Aucune manche chronometree a l'historique."
			MOVE "Aucune manche chronometree a l'historique." TO LIGNE_EDITION
			PERFORM ECRIRE_LIGNE_RAPPORT
		ELSE
			MOVE "Par mode :" TO LIGNE_EDITION
			PERFORM ECRIRE_LIGNE_RAPPORT
			PERFORM VARYING IDX_RUB FROM 1 BY 1 UNTIL IDX_RUB > 3
				MOVE LIB_MODE(IDX_RUB) TO LDU_RUBRIQUE
				MOVE CM_MANCHES(IDX_RUB) TO MANCHES_A_EDITER
				MOVE CM_SECONDES(IDX_RUB) TO SECONDES_A_EDITER
				PERFORM EDITER_LIGNE_DUREE
			END-PERFORM
			MOVE "Par variante :" TO LIGNE_EDITION
			PERFORM ECRIRE_LIGNE_RAPPORT
			PERFORM VARYING IDX_RUB FROM 1 BY 1 UNTIL IDX_RUB > 2
				MOVE LIB_VARIANTE(IDX_RUB) TO LDU_RUBRIQUE
				MOVE CV_MANCHES(IDX_RUB) TO MANCHES_A_EDITER
				MOVE CV_SECONDES(IDX_RUB) TO SECONDES_A_EDITER
				PERFORM EDITER_LIGNE_DUREE
			END-PERFORM
			MOVE "Par taille de plateau :" TO LIGNE_EDITION
			PERFORM ECRIRE_LIGNE_RAPPORT
			PERFORM VARYING IDX_RUB FROM 1 BY 1 UNTIL IDX_RUB > 8
				IF CP_MANCHES(IDX_RUB) IS GREATER THAN ZERO THEN
					MOVE SPACES TO LDU_RUBRIQUE
					COMPUTE TAILLE_EDITEE = IDX_RUB + 7
					STRING "PLATEAU " TAILLE_EDITEE DELIMITED BY SIZE INTO LDU_RUBRIQUE
					MOVE CP_MANCHES(IDX_RUB) TO MANCHES_A_EDITER
					MOVE CP_SECONDES(IDX_RUB) TO SECONDES_A_EDITER
					PERFORM EDITER_LIGNE_DUREE
				END-IF
			END-PERFORM
		END-IF.

	EDITER_LIGNE_DUREE.
		*> Une rubrique sans manche chronometree est editee sans duree.
		MOVE MANCHES_A_EDITER TO LDU_MANCHES.
		IF MANCHES_A_EDITER IS EQUAL TO ZERO THEN
			MOVE SPACES TO LDU_DUREE
		ELSE
			COMPUTE MOYENNE_SECONDES ROUNDED = SECONDES_A_EDITER / MANCHES_A_EDITER
			DIVIDE MOYENNE_SECONDES BY 60 GIVING DUREE_MINUTES REMAINDER DUREE_SECONDES
			MOVE DUREE_MINUTES TO LDU_MINUTES
			MOVE " mn " TO LDU_SEP_MN
			MOVE DUREE_SECONDES TO LDU_SECONDES
			MOVE " s" TO LDU_SEP_S
		END-IF.
		DISPLAY LIG_DUREE.
		MOVE LIG_DUREE TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.

	EDITER_JOUEURS_LENTS.
		*> Classement par temps moyen par tir decroissant des tireurs
		*> qui ont assez de tirs chronometres (tri par echanges
		*> successifs, les non classes restant en fin de table).
		DISPLAY " ".
		DISPLAY "===== Joueurs les plus lents =====".
		MOVE SPACES TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.
		MOVE "  RANG  JOUEUR                TIRS CHRONO   TEMPS MOYEN" TO ENTETE_COLONNES.
		MOVE "===== Joueurs les plus lents =====" TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.
		MOVE ZERO TO NB_CLASSES.
		PERFORM VARYING IDX_TJ FROM 1 BY 1 UNTIL IDX_TJ > NB_TJ
			IF TJ_TIRS(IDX_TJ) IS NOT LESS THAN SEUIL_TIRS AND TJ_TIRS(IDX_TJ) IS GREATER THAN ZERO THEN
				COMPUTE TJ_MOYENNE(IDX_TJ) ROUNDED = TJ_SECONDES(IDX_TJ) / TJ_TIRS(IDX_TJ)
				ADD 1 TO NB_CLASSES
			ELSE
				MOVE ZERO TO TJ_MOYENNE(IDX_TJ)
				MOVE ZERO TO TJ_TIRS(IDX_TJ)
			END-IF
		END-PERFORM.
		PERFORM VARYING IDX_TJ FROM 1 BY 1 UNTIL IDX_TJ > NB_TJ
			PERFORM VARYING JDX_TJ FROM 1 BY 1 UNTIL JDX_TJ > NB_TJ - IDX_TJ
				IF TJ_MOYENNE(JDX_TJ) IS LESS THAN TJ_MOYENNE(JDX_TJ + 1) THEN
					MOVE TJ_ENTREE(JDX_TJ) TO TIREUR_ECHANGE
					MOVE TJ_ENTREE(JDX_TJ + 1) TO TJ_ENTREE(JDX_TJ)
					MOVE TIREUR_ECHANGE TO TJ_ENTREE(JDX_TJ + 1)
				END-IF
			END-PERFORM
		END-PERFORM.
		IF NB_CLASSES IS EQUAL TO ZERO THEN
			DISPLAY "Aucun joueur n'a assez de tirs chronometres."
			MOVE "Aucun joueur n'a assez de tirs chronometres." TO LIGNE_EDITION
			PERFORM ECRIRE_LIGNE_RAPPORT
		ELSE
			PERFORM VARYING IDX_TJ FROM 1 BY 1
				UNTIL IDX_TJ > NB_CLASSES OR IDX_TJ > NB_LENTS_EDITES
				MOVE IDX_TJ TO LLE_RANG
				MOVE TJ_NOM(IDX_TJ) TO LLE_NOM
				MOVE TJ_TIRS(IDX_TJ) TO LLE_TIRS
				MOVE TJ_MOYENNE(IDX_TJ) TO LLE_MOYENNE
				DISPLAY LIG_LENT
				MOVE LIG_LENT TO LIGNE_EDITION
				PERFORM ECRIRE_LIGNE_RAPPORT
			END-PERFORM
		END-IF.

	OUVRIR_RAPPORT.
		*> L'etat est recree a chaque passage : c'est la photographie
		*> du jour, pas un cumul.
		OPEN OUTPUT RAPPORT-FILE.
		IF FS_RAPPORT IS NOT EQUAL TO "00" THEN
			DISPLAY "DUREES.RPT inutilisable (statut " FS_RAPPORT "), edition ecran seule."
		END-IF.
		ACCEPT DATE_DU_JOUR FROM DATE YYYYMMDD.
		MOVE DATE_DU_JOUR(7:2) TO ENT_JOUR.
		MOVE DATE_DU_JOUR(5:2) TO ENT_MOIS.
		MOVE DATE_DU_JOUR(1:4) TO ENT_ANNEE.
		MOVE ZERO TO NUM_PAGE.
		MOVE 99 TO NUM_LIGNE.

	ECRIRE_LIGNE_RAPPORT.
		*> Toute ligne passe par ici : le saut de page reecrit le titre,
		*> la date, le numero de page et les entetes de colonnes de la
		*> section en cours. Un fichier d'etat inutilisable a deja ete
		*> signale a l'ouverture, on n'ecrit alors simplement rien.
		IF FS_RAPPORT IS EQUAL TO "00" THEN
			IF NUM_LIGNE IS NOT LESS THAN LIGNES_PAR_PAGE THEN
				PERFORM ECRIRE_ENTETE_PAGE
			END-IF
			WRITE ENR_RAPPORT FROM LIGNE_EDITION
			ADD 1 TO NUM_LIGNE
			ADD 1 TO NB_ECRITS
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
		MOVE NB_MANCHES_CHRONO TO LTO_CHRONO.
		MOVE NB_MANCHES_LUES TO LTO_LUES.
		MOVE LIG_TOTAUX TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.
		IF FS_RAPPORT IS EQUAL TO "00" THEN
			CLOSE RAPPORT-FILE
			DISPLAY " "
			DISPLAY "Etat imprimable ecrit dans DUREES.RPT."
		END-IF.

	TERMINER_EXECUTION.
		*> Fin unique du batch : trace du passage dans EXECLOG.DAT puis
		*> code retour pour l'ordonnanceur (0 = propre, 8 = erreur).
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
			MOVE "Touche-Chrono" TO EXL_PROGRAMME
			MOVE DATE_DU_JOUR TO EXL_DATE
			MOVE HEURE_PASSAGE(1:6) TO EXL_HEURE
			MOVE NB_LUS TO EXL_LUS
			MOVE NB_ECRITS TO EXL_ECRITS
			IF CODE_RETOUR IS EQUAL TO ZERO THEN
				MOVE "OK" TO EXL_ISSUE
			ELSE
				MOVE "ERREUR" TO EXL_ISSUE
			END-IF
			WRITE ENR_EXECLOG
			CLOSE EXECLOG-FILE
		END-IF.
