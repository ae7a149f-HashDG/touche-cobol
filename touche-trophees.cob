IDENTIFICATION DIVISION.
	PROGRAM-ID. Touche-Trophees.
	DATE-WRITTEN. 15/10/2026.
	AUTHOR. Hippolyte Damay--Glorieux.
	REMARKS. "Batch d'attribution des trophees : relit l'historique HISTORIQUE.DAT (corrections d'arbitrage appliquees, classement rejoue) et l'archive ARCHJRN.DAT (numero de match, forfaits) et decerne dans TROPHEES.DAT les trophees que le jeu n'a pas encore inscrits, une seule fois par joueur et par trophee, avec la date et le numero du match. Passage trace dans EXECLOG.DAT, code retour 0/8".
ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		*>--------------------------------------------------------------
		*>	Archive cumulative du journal de bord, lue en entree : les
		*>	entetes donnent le numero de chaque match, les tirs y
		*>	signalent les manches rendues par forfait
		*>--------------------------------------------------------------
		SELECT ARCHIVE-JOURNAL-FILE ASSIGN TO "ARCHJRN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_ARCHJRN.
		*>--------------------------------------------------------------
		*>	Historique permanent des resultats, relu dans l'ordre des
		*>	manches jouees
		*>--------------------------------------------------------------
		SELECT HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_HISTORIQUE.
		*>--------------------------------------------------------------
		*>	Decisions d'arbitrage tenues par Touche-Arbitre : une manche
		*>	annulee ne compte plus, une manche inversee compte avec son
		*>	nouveau gagnant
		*>--------------------------------------------------------------
		SELECT CORRECTIONS-FILE ASSIGN TO "CORRECTIONS.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_CORRECTIONS.
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
		*>	Journal de passage des batches : une ligne ajoutee par
		*>	execution (programme, date, heure, volumes, issue)
		*>--------------------------------------------------------------
		SELECT EXECLOG-FILE ASSIGN TO "EXECLOG.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_EXECLOG.
DATA DIVISION.
	FILE SECTION.
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
	FD	HISTORIQUE-FILE.
	01	ENR_HISTORIQUE.
		05	EH_DATE			PIC X(8).
		05	EH_MODE_JOUEURS		PIC 9.
			88	EH_MODE_SOLO			VALUE 1.
			88	EH_MODE_EQUIPES			VALUE 4.
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
	FD	TROPHEES-FILE.
	01	ENR_TROPHEE.
		05	ETR_CLE.
			10	ETR_NOM			PIC X(20).
			10	ETR_CODE		PIC X(4).
		05	ETR_DATE		PIC X(8).
		05	ETR_MATCH		PIC 9(05).
	FD	EXECLOG-FILE.
	01	ENR_EXECLOG.
		05	EXL_PROGRAMME		PIC X(15).
		05	EXL_DATE		PIC X(8).
		05	EXL_HEURE		PIC X(6).
		05	EXL_LUS			PIC 9(07).
		05	EXL_ECRITS		PIC 9(07).
		05	EXL_ISSUE		PIC X(10).
	WORKING-STORAGE SECTION.
		77	FS_ARCHJRN				PIC XX.
		77	FS_HISTORIQUE				PIC XX.
		77	FS_TROPHEES				PIC XX.
		*>--------------------------------------------------------------
		*>	Matchs releves dans l'archive : l'entete donne la date et
		*>	les capitaines, qui permettent de retrouver le match d'une
		*>	manche de l'historique (premier match encore libre de meme
		*>	date et memes capitaines, comme le fait Touche-Verif)
		*>--------------------------------------------------------------
		01	MATCHS_ARCHIVES.
			05	MA_ENTREE			OCCURS 2000 TIMES.
				10	MA_MATCH		PIC 9(05).
				10	MA_DATE			PIC X(8).
				10	MA_NOM_J1		PIC X(20).
				10	MA_NOM_J2		PIC X(20).
				10	MA_FORFAIT		PIC 9.
					88	MA_SUR_FORFAIT			VALUE 1.
				10	MA_LIE			PIC 9.
					88	MA_DEJA_LIE			VALUE 1.
		77	NB_MA					PIC 9(04)	VALUE 0.
		77	IDX_MA					PIC 9(04).
		77	SW_MA_TROUVE				PIC 9.
			88	MA_TROUVE				VALUE 1.
		77	MATCH_MANCHE				PIC 9(05).
		77	SW_FORFAIT_MANCHE			PIC 9.
			88	MANCHE_SUR_FORFAIT			VALUE 1.
		*>--------------------------------------------------------------
		*>	Parcours de chaque joueur rejoue depuis l'historique :
		*>	classement (meme regle que le jeu, depart a 1000), parties
		*>	jouees et serie de victoires en cours
		*>--------------------------------------------------------------
		01	PARCOURS.
			05	PJ_ENTREE			OCCURS 500 TIMES.
				10	PJ_NOM			PIC X(20).
				10	PJ_CLASSEMENT		PIC 9(04).
				10	PJ_PARTIES		PIC 9(05).
				10	PJ_SERIE		PIC 9(05).
		77	NB_PJ					PIC 999		VALUE 0.
		77	IDX_PJ					PIC 999.
		77	IDX_GAGNANT				PIC 999.
		77	IDX_PERDANT				PIC 999.
		77	SW_PJ_TROUVE				PIC 9.
			88	PJ_TROUVE				VALUE 1.
		77	NOM_A_CHERCHER				PIC X(20).
		77	CLASSEMENT_INITIAL			PIC 9(04)	VALUE 1000.
		77	CLASSEMENT_GAGNANT			PIC 9(04).
		77	CLASSEMENT_PERDANT			PIC 9(04).
		77	GAIN_CLASSEMENT				PIC S9(04).
		77	NOM_PAIRE_GAGNANT			PIC X(20).
		77	NOM_PAIRE_PERDANT			PIC X(20).
		77	CAMP_GAGNANT				PIC 9.
		77	CAMP_JOUEUR				PIC 9.
		77	SW_SATURE				PIC 9		VALUE 0.
			88	TABLES_SATUREES				VALUE 1.
		*>--------------------------------------------------------------
		*>	Trophees : libelle de chaque code (le meme jeu de codes que
		*>	le jeu et Touche-Carriere)
		*>--------------------------------------------------------------
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
		*>	Conduite sans operateur : code retour pour l'ordonnanceur
		*>	(0 = passage normal, 8 = erreur fichier ou attribution
		*>	incomplete) et ligne de passage ajoutee a EXECLOG.DAT
		*>--------------------------------------------------------------
		77	FS_EXECLOG				PIC XX.
		77	CODE_RETOUR				PIC 9		VALUE 0.
		77	NB_LUS					PIC 9(07)	VALUE 0.
		77	NB_ECRITS				PIC 9(07)	VALUE 0.
		77	DATE_DU_JOUR				PIC X(8).
		77	HEURE_PASSAGE				PIC X(8).
PROCEDURE DIVISION.
	PERFORM CHARGER_CORRECTIONS.
	PERFORM CHARGER_MATCHS_ARCHIVES.
	OPEN I-O TROPHEES-FILE.
	IF FS_TROPHEES IS EQUAL TO "35" THEN
		OPEN OUTPUT TROPHEES-FILE
		CLOSE TROPHEES-FILE
		OPEN I-O TROPHEES-FILE
	END-IF.
	IF FS_TROPHEES IS NOT EQUAL TO "00" THEN
		DISPLAY "TROPHEES.DAT inaccessible (statut " FS_TROPHEES "), attribution abandonnee."
		MOVE 8 TO CODE_RETOUR
		PERFORM TERMINER_EXECUTION
	END-IF.
	PERFORM DEPOUILLER_HISTORIQUE.
	CLOSE TROPHEES-FILE.
	IF TABLES_SATUREES OR CO_SATURE THEN
		DISPLAY "ATTENTION : tables saturees, attribution incomplete."
		MOVE 8 TO CODE_RETOUR
	END-IF.
	DISPLAY NB_ECRITS " trophee(s) decerne(s).".
	PERFORM TERMINER_EXECUTION.

	CHARGER_MATCHS_ARCHIVES.
		*> Une archive pas encore creee n'est pas une erreur : les
		*> trophees sont alors decernes sans numero de match.
		MOVE ZERO TO NB_MA.
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
						PERFORM RELEVER_ENREGISTREMENT_ARCHIVE
				END-READ
			END-PERFORM
			CLOSE ARCHIVE-JOURNAL-FILE
		END-IF.

	RELEVER_ENREGISTREMENT_ARCHIVE.
		*> Un entete ouvre un match ; un tir FORFAIT qui le suit marque
		*> ce match comme rendu.
		IF EAJ_TYPE_ENTETE THEN
			IF NB_MA IS LESS THAN 2000 THEN
				ADD 1 TO NB_MA
				MOVE EAJ_MATCH TO MA_MATCH(NB_MA)
				MOVE EAJ_DATE TO MA_DATE(NB_MA)
				MOVE EAJ_NOM_J1 TO MA_NOM_J1(NB_MA)
				MOVE EAJ_NOM_J2 TO MA_NOM_J2(NB_MA)
				MOVE ZERO TO MA_FORFAIT(NB_MA)
				MOVE ZERO TO MA_LIE(NB_MA)
			ELSE
				SET TABLES_SATUREES TO TRUE
			END-IF
		ELSE
			IF NB_MA IS GREATER THAN ZERO
				AND EAJ_MATCH IS EQUAL TO MA_MATCH(NB_MA)
				AND EAJ_RESULTAT IS EQUAL TO "FORFAIT" THEN
				SET MA_SUR_FORFAIT(NB_MA) TO TRUE
			END-IF
		END-IF.

	DEPOUILLER_HISTORIQUE.
		*> L'historique est relu dans l'ordre ou les manches ont ete
		*> jouees : classements, parties et series y sont rejoues au
		*> fil de l'eau, ce qui date chaque trophee du match qui l'a
		*> value.
		MOVE ZERO TO NB_PJ.
		OPEN INPUT HISTORIQUE-FILE.
		IF FS_HISTORIQUE IS NOT EQUAL TO "00" THEN
			DISPLAY "HISTORIQUE.DAT absent, aucun trophee a decerner."
			IF FS_HISTORIQUE IS NOT EQUAL TO "35" THEN
				MOVE 8 TO CODE_RETOUR
			END-IF
		ELSE
			PERFORM TEST BEFORE UNTIL FS_HISTORIQUE IS EQUAL TO "10"
				READ HISTORIQUE-FILE
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						PERFORM EXAMINER_MANCHE
				END-READ
			END-PERFORM
			CLOSE HISTORIQUE-FILE
		END-IF.

	EXAMINER_MANCHE.
		*> Le match est rattache avant de regarder les corrections :
		*> une manche annulee garde son archive, qui ne doit pas etre
		*> prise par la manche suivante des memes capitaines.
		PERFORM RATTACHER_MATCH.
		PERFORM APPLIQUER_CORRECTIONS.
		IF NOT MANCHE_ANNULEE THEN
			IF EH_NOM_GAGNANT IS EQUAL TO EH_NOM_J1 THEN
				MOVE 1 TO CAMP_GAGNANT
			ELSE
				MOVE 2 TO CAMP_GAGNANT
			END-IF
			*> Echanges de points, capitaines d'abord puis coequipiers,
			*> dans le meme ordre que le jeu.
			IF CAMP_GAGNANT IS EQUAL TO 1 THEN
				MOVE EH_NOM_J1 TO NOM_PAIRE_GAGNANT
				MOVE EH_NOM_J2 TO NOM_PAIRE_PERDANT
			ELSE
				MOVE EH_NOM_J2 TO NOM_PAIRE_GAGNANT
				MOVE EH_NOM_J1 TO NOM_PAIRE_PERDANT
			END-IF
			PERFORM REJOUER_CLASSEMENT_PAIRE
			IF EH_MODE_EQUIPES THEN
				IF CAMP_GAGNANT IS EQUAL TO 1 THEN
					MOVE EH_NOM_J3 TO NOM_PAIRE_GAGNANT
					MOVE EH_NOM_J4 TO NOM_PAIRE_PERDANT
				ELSE
					MOVE EH_NOM_J4 TO NOM_PAIRE_GAGNANT
					MOVE EH_NOM_J3 TO NOM_PAIRE_PERDANT
				END-IF
				PERFORM REJOUER_CLASSEMENT_PAIRE
			END-IF
			MOVE EH_NOM_J1 TO NOM_A_CHERCHER
			MOVE 1 TO CAMP_JOUEUR
			PERFORM EXAMINER_PARTICIPANT
			MOVE EH_NOM_J2 TO NOM_A_CHERCHER
			MOVE 2 TO CAMP_JOUEUR
			PERFORM EXAMINER_PARTICIPANT
			IF EH_MODE_EQUIPES THEN
				MOVE EH_NOM_J3 TO NOM_A_CHERCHER
				MOVE 1 TO CAMP_JOUEUR
				PERFORM EXAMINER_PARTICIPANT
				MOVE EH_NOM_J4 TO NOM_A_CHERCHER
				MOVE 2 TO CAMP_JOUEUR
				PERFORM EXAMINER_PARTICIPANT
			END-IF
		END-IF.

	RATTACHER_MATCH.
		MOVE ZERO TO MATCH_MANCHE.
		MOVE ZERO TO SW_FORFAIT_MANCHE.
		MOVE ZERO TO SW_MA_TROUVE.
		PERFORM VARYING IDX_MA FROM 1 BY 1 UNTIL IDX_MA > NB_MA OR MA_TROUVE
			IF NOT MA_DEJA_LIE(IDX_MA)
				AND MA_DATE(IDX_MA) IS EQUAL TO EH_DATE
				AND MA_NOM_J1(IDX_MA) IS EQUAL TO EH_NOM_J1
				AND MA_NOM_J2(IDX_MA) IS EQUAL TO EH_NOM_J2 THEN
				SET MA_TROUVE TO TRUE
			END-IF
		END-PERFORM.
		IF MA_TROUVE THEN
			SUBTRACT 1 FROM IDX_MA
			SET MA_DEJA_LIE(IDX_MA) TO TRUE
			MOVE MA_MATCH(IDX_MA) TO MATCH_MANCHE
			MOVE MA_FORFAIT(IDX_MA) TO SW_FORFAIT_MANCHE
		END-IF.

	REJOUER_CLASSEMENT_PAIRE.
		*> Meme regle que AJUSTER_CLASSEMENTS dans le jeu. Battre un
		*> joueur classe au moins 200 points plus haut vaut le trophee
		*> de l'exploit.
		MOVE NOM_PAIRE_GAGNANT TO NOM_A_CHERCHER.
		PERFORM CHERCHER_OU_CREER_JOUEUR.
		MOVE IDX_PJ TO IDX_GAGNANT.
		MOVE NOM_PAIRE_PERDANT TO NOM_A_CHERCHER.
		PERFORM CHERCHER_OU_CREER_JOUEUR.
		MOVE IDX_PJ TO IDX_PERDANT.
		IF IDX_GAGNANT IS GREATER THAN ZERO AND IDX_PERDANT IS GREATER THAN ZERO THEN
			MOVE PJ_CLASSEMENT(IDX_GAGNANT) TO CLASSEMENT_GAGNANT
			MOVE PJ_CLASSEMENT(IDX_PERDANT) TO CLASSEMENT_PERDANT
			COMPUTE GAIN_CLASSEMENT = 16 + (CLASSEMENT_PERDANT - CLASSEMENT_GAGNANT) / 25
			IF GAIN_CLASSEMENT IS LESS THAN 1 THEN
				MOVE 1 TO GAIN_CLASSEMENT
			END-IF
			IF GAIN_CLASSEMENT IS GREATER THAN 31 THEN
				MOVE 31 TO GAIN_CLASSEMENT
			END-IF
			IF CLASSEMENT_PERDANT IS NOT LESS THAN CLASSEMENT_GAGNANT + 200 THEN
				MOVE NOM_PAIRE_GAGNANT TO NOM_TROPHEE
				MOVE "EXPL" TO CODE_TROPHEE
				PERFORM DECERNER_TROPHEE
			END-IF
			COMPUTE PJ_CLASSEMENT(IDX_GAGNANT) = CLASSEMENT_GAGNANT + GAIN_CLASSEMENT
			IF CLASSEMENT_GAGNANT IS GREATER THAN 9968 THEN
				MOVE 9999 TO PJ_CLASSEMENT(IDX_GAGNANT)
			END-IF
			IF CLASSEMENT_PERDANT IS GREATER THAN GAIN_CLASSEMENT THEN
				COMPUTE PJ_CLASSEMENT(IDX_PERDANT) = CLASSEMENT_PERDANT - GAIN_CLASSEMENT
			ELSE
				MOVE ZERO TO PJ_CLASSEMENT(IDX_PERDANT)
			END-IF
		END-IF.

	CHERCHER_OU_CREER_JOUEUR.
		*> Rend l'indice du joueur dans le parcours, 0 si la table est
		*> pleine.
		MOVE ZERO TO SW_PJ_TROUVE.
		PERFORM VARYING IDX_PJ FROM 1 BY 1 UNTIL IDX_PJ > NB_PJ OR PJ_TROUVE
			IF PJ_NOM(IDX_PJ) IS EQUAL TO NOM_A_CHERCHER THEN
				SET PJ_TROUVE TO TRUE
			END-IF
		END-PERFORM.
		IF PJ_TROUVE THEN
			SUBTRACT 1 FROM IDX_PJ
		ELSE
			IF NB_PJ IS LESS THAN 500 THEN
				ADD 1 TO NB_PJ
				MOVE NB_PJ TO IDX_PJ
				MOVE NOM_A_CHERCHER TO PJ_NOM(IDX_PJ)
				MOVE CLASSEMENT_INITIAL TO PJ_CLASSEMENT(IDX_PJ)
				MOVE ZERO TO PJ_PARTIES(IDX_PJ)
				MOVE ZERO TO PJ_SERIE(IDX_PJ)
			ELSE
				SET TABLES_SATUREES TO TRUE
				MOVE ZERO TO IDX_PJ
			END-IF
		END-IF.

	EXAMINER_PARTICIPANT.
		*> L'Ordinateur joue et se classe, mais ne collectionne pas de
		*> trophees.
		PERFORM CHERCHER_OU_CREER_JOUEUR.
		IF IDX_PJ IS GREATER THAN ZERO THEN
			ADD 1 TO PJ_PARTIES(IDX_PJ)
			IF CAMP_JOUEUR IS EQUAL TO CAMP_GAGNANT THEN
				ADD 1 TO PJ_SERIE(IDX_PJ)
			ELSE
				MOVE ZERO TO PJ_SERIE(IDX_PJ)
			END-IF
			IF NOM_A_CHERCHER IS NOT EQUAL TO "Ordinateur" THEN
				MOVE NOM_A_CHERCHER TO NOM_TROPHEE
				IF PJ_PARTIES(IDX_PJ) IS EQUAL TO 100 THEN
					MOVE "C100" TO CODE_TROPHEE
					PERFORM DECERNER_TROPHEE
				END-IF
				IF CAMP_JOUEUR IS EQUAL TO CAMP_GAGNANT THEN
					PERFORM EXAMINER_VICTOIRE
				END-IF
			END-IF
		END-IF.

	EXAMINER_VICTOIRE.
		IF PJ_SERIE(IDX_PJ) IS EQUAL TO 5 THEN
			MOVE "SER5" TO CODE_TROPHEE
			PERFORM DECERNER_TROPHEE
		END-IF.
		IF EH_MODE_EQUIPES THEN
			MOVE "EQUI" TO CODE_TROPHEE
			PERFORM DECERNER_TROPHEE
		END-IF.
		IF EH_MODE_SOLO THEN
			MOVE "ORDI" TO CODE_TROPHEE
			PERFORM DECERNER_TROPHEE
		END-IF.
		IF EH_SALVE THEN
			MOVE "SALV" TO CODE_TROPHEE
			PERFORM DECERNER_TROPHEE
		END-IF.
		*> Sans un seul rate : chaque tir du camp gagnant a touche. Une
		*> manche que l'archive montre rendue par forfait ne vaut pas
		*> ce trophee.
		IF NOT MANCHE_SUR_FORFAIT THEN
			IF CAMP_GAGNANT IS EQUAL TO 1 AND EH_TIRS_J1 IS GREATER THAN ZERO
				AND EH_TOUCHES_J1 IS EQUAL TO EH_TIRS_J1 THEN
				MOVE "SANS" TO CODE_TROPHEE
				PERFORM DECERNER_TROPHEE
			END-IF
			IF CAMP_GAGNANT IS EQUAL TO 2 AND EH_TIRS_J2 IS GREATER THAN ZERO
				AND EH_TOUCHES_J2 IS EQUAL TO EH_TIRS_J2 THEN
				MOVE "SANS" TO CODE_TROPHEE
				PERFORM DECERNER_TROPHEE
			END-IF
		END-IF.

	DECERNER_TROPHEE.
		*> La cle joueur + code refuse un trophee deja detenu, qu'il
		*> ait ete decerne par le jeu ou par un passage precedent.
		IF NOM_TROPHEE IS NOT EQUAL TO "Ordinateur" AND NOM_TROPHEE IS NOT EQUAL TO SPACES THEN
			MOVE NOM_TROPHEE TO ETR_NOM
			MOVE CODE_TROPHEE TO ETR_CODE
			MOVE EH_DATE TO ETR_DATE
			MOVE MATCH_MANCHE TO ETR_MATCH
			WRITE ENR_TROPHEE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					ADD 1 TO NB_ECRITS
					PERFORM CHERCHER_LIBELLE_TROPHEE
					DISPLAY NOM_TROPHEE " : " TRO_LIBELLE(IDX_TRO) " (" EH_DATE ", match " MATCH_MANCHE ")"
			END-WRITE
		END-IF.

	CHERCHER_LIBELLE_TROPHEE.
		PERFORM VARYING IDX_TRO FROM 1 BY 1 UNTIL IDX_TRO IS EQUAL TO NB_CODES_TROPHEE
			OR TRO_CODE(IDX_TRO) IS EQUAL TO CODE_TROPHEE
			CONTINUE
		END-PERFORM.

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

	TERMINER_EXECUTION.
		*> Fin unique du batch : trace du passage dans EXECLOG.DAT puis
		*> code retour pour l'ordonnanceur (0 = passage normal, 8 =
		*> erreur).
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
			MOVE "Touche-Trophees" TO EXL_PROGRAMME
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
