IDENTIFICATION DIVISION.
	PROGRAM-ID. Touche-Loyaute.
	DATE-WRITTEN. 15/10/2026.
	AUTHOR. Hippolyte Damay--Glorieux.
	REMARKS. "Batch de controle du franc-jeu sur les archives ARCHJRN.DAT et l'historique HISTORIQUE.DAT : parties presque sans rate, taux de touches au premier tir de la main tres au-dessus de la norme du club, memes paires rejouees en peu de jours avec des resultats a sens unique ou alternes, forfaits toujours au profit du meme adversaire. Seuils reglables dans BATCH.PRM ; signalements a l'etat ARBITRAGE.RPT pour le comite ; passage trace dans EXECLOG.DAT, code retour 0/4/8".
ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		*>--------------------------------------------------------------
		*>	Archive cumulative du journal de bord, lue en entree : un
		*>	entete par partie puis ses tirs, au nom du tireur
		*>--------------------------------------------------------------
		SELECT ARCHIVE-JOURNAL-FILE ASSIGN TO "ARCHJRN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_ARCHJRN.
		*>--------------------------------------------------------------
		*>	Historique permanent des resultats : les manches a deux
		*>	joueurs, pour les paires qui se rencontrent trop souvent
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
		*>	Parametres de la chaine de nuit : fichier facultatif, les
		*>	seuils de signalement y remplacent les valeurs par defaut
		*>--------------------------------------------------------------
		SELECT PARAM-FILE ASSIGN TO "BATCH.PRM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_PARAM.
		*>--------------------------------------------------------------
		*>	Etat imprimable des signalements pour le comite, recree a
		*>	chaque passage
		*>--------------------------------------------------------------
		SELECT RAPPORT-FILE ASSIGN TO "ARBITRAGE.RPT"
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
		77	FS_ARCHJRN				PIC XX.
		77	FS_HISTORIQUE				PIC XX.
		*>--------------------------------------------------------------
		*>	Seuils de signalement, valeurs par defaut que BATCH.PRM peut
		*>	remplacer (cle en colonnes 1 a 12, valeur ensuite, ex.
		*>	"ARB_ECART   00030")
		*>--------------------------------------------------------------
		77	FS_PARAM				PIC XX.
		77	SEUIL_PARTIES				PIC 9(05)	VALUE 5.
		77	SEUIL_ECART				PIC 9(05)	VALUE 25.
		77	SEUIL_TIRS				PIC 9(05)	VALUE 15.
		77	SEUIL_PCT_RATES				PIC 9(05)	VALUE 10.
		77	SEUIL_JOURS				PIC 9(05)	VALUE 7.
		77	SEUIL_SERIE				PIC 9(05)	VALUE 4.
		77	SEUIL_FORFAITS				PIC 9(05)	VALUE 3.
		*>--------------------------------------------------------------
		*>	Tireurs releves dans l'archive : parties jouees, mains (suite
		*>	de tirs d'un meme joueur) et mains ouvertes par une touche.
		*>	Qui voit la flotte adverse touche des son premier tir
		*>--------------------------------------------------------------
		01	TIREURS.
			05	TJ_ENTREE			OCCURS 200 TIMES.
				10	TJ_NOM			PIC X(20).
				10	TJ_PARTIES		PIC 9(05).
				10	TJ_MAINS		PIC 9(07).
				10	TJ_MAINS_TOUCHE		PIC 9(07).
		77	NB_TJ					PIC 999		VALUE 0.
		77	IDX_TJ					PIC 999.
		77	SW_TJ_TROUVE				PIC 9.
			88	TJ_TROUVE				VALUE 1.
		77	NOM_A_CHERCHER				PIC X(20).
		77	TOTAL_MAINS				PIC 9(08)	VALUE 0.
		77	TOTAL_MAINS_TOUCHE			PIC 9(08)	VALUE 0.
		77	PCT_NORME				PIC 999		VALUE 0.
		77	PCT_JOUEUR				PIC 999.
		*>--------------------------------------------------------------
		*>	Partie en cours de lecture dans l'archive : son entete et
		*>	les tirs et rates de chacun de ses tireurs
		*>--------------------------------------------------------------
		77	PARTIE_COURANTE				PIC 9(05)	VALUE 0.
		01	ENTETE_COURANT.
			05	PC_DATE				PIC X(8).
			05	PC_NOM_J1			PIC X(20).
			05	PC_NOM_J2			PIC X(20).
			05	PC_NOM_J3			PIC X(20).
			05	PC_NOM_J4			PIC X(20).
		01	TIREURS_PARTIE.
			05	TP_ENTREE			OCCURS 4 TIMES.
				10	TP_NOM			PIC X(20).
				10	TP_TIRS			PIC 9(04).
				10	TP_RATES		PIC 9(04).
		77	NB_TP					PIC 9		VALUE 0.
		77	IDX_TP					PIC 9.
		77	SW_TP_TROUVE				PIC 9.
			88	TP_TROUVE				VALUE 1.
		77	TIREUR_PRECEDENT			PIC X(20).
		*>--------------------------------------------------------------
		*>	Forfaits releves dans l'archive : qui a rendu la manche, au
		*>	profit de quel capitaine adverse, combien de fois
		*>--------------------------------------------------------------
		01	FORFAITS.
			05	FF_ENTREE			OCCURS 200 TIMES.
				10	FF_PERDANT		PIC X(20).
				10	FF_BENEFICIAIRE		PIC X(20).
				10	FF_NOMBRE		PIC 9(04).
		77	NB_FF					PIC 999		VALUE 0.
		77	IDX_FF					PIC 999.
		77	JDX_FF					PIC 999.
		77	SW_FF_TROUVE				PIC 9.
			88	FF_TROUVE				VALUE 1.
		77	NOM_BENEFICIAIRE			PIC X(20).
		77	TOTAL_FORFAITS				PIC 9(04).
		*>--------------------------------------------------------------
		*>	Manches a deux joueurs de l'historique, dans l'ordre du
		*>	fichier, la paire rangee par ordre alphabetique pour que
		*>	A-B et B-A se reconnaissent ; le jour est un numero de jour
		*>	continu pour mesurer les ecarts
		*>--------------------------------------------------------------
		01	MANCHES_DUO.
			05	HD_ENTREE			OCCURS 2000 TIMES.
				10	HD_DATE			PIC X(8).
				10	HD_JOUR			PIC 9(07).
				10	HD_NOM_A		PIC X(20).
				10	HD_NOM_B		PIC X(20).
				10	HD_GAGNANT		PIC X(20).
				10	HD_VU			PIC 9.
		77	NB_HD					PIC 9(04)	VALUE 0.
		77	IDX_HD					PIC 9(04).
		77	JDX_HD					PIC 9(04).
		77	DATE_NUMERIQUE				PIC 9(08).
		01	SERIE_PAIRE.
			05	SP_HD				OCCURS 2000 TIMES	PIC 9(04).
		77	NB_SP					PIC 9(04).
		77	IDX_SP					PIC 9(04).
		77	JDX_SP					PIC 9(04).
		77	FIN_SP					PIC 9(04).
		77	SW_PAIRE_SIGNALEE			PIC 9.
			88	PAIRE_SIGNALEE				VALUE 1.
		77	SW_SENS_UNIQUE				PIC 9.
			88	SENS_UNIQUE				VALUE 1.
		77	SW_ALTERNE				PIC 9.
			88	ALTERNE					VALUE 1.
		77	ECART_JOURS				PIC S9(07).
		77	SW_PROLONGER				PIC 9.
			88	PROLONGER				VALUE 1.
		77	SW_SATURE				PIC 9		VALUE 0.
			88	CONTROLE_SATURE				VALUE 1.
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
		*>	Edition paginee des signalements dans ARBITRAGE.RPT : la
		*>	ligne a editer est posee dans LIGNE_EDITION (zones editees
		*>	ci-dessous), ECRIRE_LIGNE_RAPPORT gere le saut de page
		*>--------------------------------------------------------------
		77	FS_RAPPORT				PIC XX.
		77	DATE_DU_JOUR				PIC X(8).
		77	NUM_PAGE				PIC 9(04)	VALUE 0.
		77	NUM_LIGNE				PIC 99		VALUE 99.
		77	LIGNES_PAR_PAGE				PIC 99		VALUE 55.
		77	LIGNE_EDITION				PIC X(132).
		77	NB_SIGNALEMENTS				PIC 9(04)	VALUE 0.
		77	NB_SIGNALEMENTS_RUBRIQUE		PIC 9(04).
		77	ED_MATCH				PIC 9(05).
		77	ED_NOMBRE				PIC ZZZZZZ9.
		77	ED_NOMBRE_2				PIC ZZZZZZ9.
		77	ED_PCT					PIC ZZ9.
		01	ED_DATE.
			02	ED_JOUR				PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	ED_MOIS				PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	ED_ANNEE			PIC X(4).
		77	DATE_A_EDITER				PIC X(8).
		01	ENTETE_RAPPORT.
			02	FILLER				PIC X(50)	VALUE "TOUCHE COBOL - CONTROLE DU FRANC-JEU".
			02	FILLER				PIC X(10)	VALUE "EDITE LE ".
			02	ENT_JOUR			PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	ENT_MOIS			PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	ENT_ANNEE			PIC X(4).
			02	FILLER				PIC X(08)	VALUE "    PAGE".
			02	ENT_PAGE			PIC ZZZ9.
		01	ENTETE_COLONNES				PIC X(60)	VALUE "  SIGNALEMENTS A L'ATTENTION DU COMITE".
		01	LIG_TOTAUX.
			02	FILLER				PIC X(8)	VALUE "TOTAL : ".
			02	LTO_SIGNALEMENTS		PIC ZZZ9.
			02	FILLER				PIC X(16)	VALUE " signalement(s)".
		*>--------------------------------------------------------------
		*>	Conduite sans operateur : code retour pour l'ordonnanceur
		*>	(0 = rien a signaler, 4 = signalements, 8 = erreur fichier
		*>	ou controle incomplet) et ligne de passage ajoutee a
		*>	EXECLOG.DAT
		*>--------------------------------------------------------------
		77	FS_EXECLOG				PIC XX.
		77	CODE_RETOUR				PIC 9		VALUE 0.
		77	NB_LUS					PIC 9(07)	VALUE 0.
		77	NB_ECRITS				PIC 9(07)	VALUE 0.
		77	HEURE_PASSAGE				PIC X(8).
PROCEDURE DIVISION.
	PERFORM LIRE_PARAMETRES.
	PERFORM CHARGER_CORRECTIONS.
	PERFORM OUVRIR_RAPPORT.
	PERFORM DEPOUILLER_ARCHIVE_JOURNAL.
	PERFORM SIGNALER_PREMIERS_TIRS.
	PERFORM CHARGER_MANCHES_DUO.
	PERFORM SIGNALER_PAIRES_REPETEES.
	PERFORM SIGNALER_FORFAITS.
	IF CONTROLE_SATURE OR CO_SATURE THEN
		DISPLAY "ATTENTION : tables saturees, controle incomplet."
		MOVE "ATTENTION : tables saturees, controle incomplet." TO LIGNE_EDITION
		PERFORM ECRIRE_LIGNE_RAPPORT
		MOVE 8 TO CODE_RETOUR
	END-IF.
	PERFORM CLORE_RAPPORT.
	IF NB_SIGNALEMENTS IS GREATER THAN ZERO AND CODE_RETOUR IS EQUAL TO ZERO THEN
		MOVE 4 TO CODE_RETOUR
	END-IF.
	PERFORM TERMINER_EXECUTION.

	LIRE_PARAMETRES.
		*> Ce batch n'a aucune saisie : BATCH.PRM ne sert qu'a regler
		*> les seuils, une cle absente garde sa valeur par defaut.
		OPEN INPUT PARAM-FILE.
		IF FS_PARAM IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_PARAM IS EQUAL TO "10"
				READ PARAM-FILE
					AT END CONTINUE
					NOT AT END
						IF PRM_NOMBRE IS NUMERIC THEN
							EVALUATE PRM_CLE
								WHEN "ARB_PARTIES"
									MOVE PRM_NOMBRE TO SEUIL_PARTIES
								WHEN "ARB_ECART"
									MOVE PRM_NOMBRE TO SEUIL_ECART
								WHEN "ARB_TIRS"
									MOVE PRM_NOMBRE TO SEUIL_TIRS
								WHEN "ARB_RATES"
									MOVE PRM_NOMBRE TO SEUIL_PCT_RATES
								WHEN "ARB_JOURS"
									MOVE PRM_NOMBRE TO SEUIL_JOURS
								WHEN "ARB_SERIE"
									MOVE PRM_NOMBRE TO SEUIL_SERIE
								WHEN "ARB_FORFAITS"
									MOVE PRM_NOMBRE TO SEUIL_FORFAITS
								WHEN OTHER
									CONTINUE
							END-EVALUATE
						END-IF
				END-READ
			END-PERFORM
			CLOSE PARAM-FILE
		END-IF.
		*> Une serie de moins de deux manches ne dit rien.
		IF SEUIL_SERIE IS LESS THAN 2 THEN
			MOVE 2 TO SEUIL_SERIE
		END-IF.

	DEPOUILLER_ARCHIVE_JOURNAL.
		*> Une seule lecture de l'archive : les parties presque sans
		*> rate sont signalees au fil de l'eau, a la cloture de chaque
		*> partie ; les mains et les forfaits sont cumules pour la
		*> suite. Une archive pas encore creee n'est pas une erreur.
		MOVE "1. PARTIES PRESQUE SANS RATE" TO LIGNE_EDITION.
		PERFORM TITRER_RUBRIQUE.
		MOVE ZERO TO PARTIE_COURANTE.
		MOVE ZERO TO NB_TP.
		OPEN INPUT ARCHIVE-JOURNAL-FILE.
		IF FS_ARCHJRN IS NOT EQUAL TO "00" THEN
			DISPLAY "ARCHJRN.DAT absent, rien a controler de ce cote."
			IF FS_ARCHJRN IS NOT EQUAL TO "35" THEN
				MOVE 8 TO CODE_RETOUR
			END-IF
		ELSE
			PERFORM TEST BEFORE UNTIL FS_ARCHJRN IS EQUAL TO "10"
				READ ARCHIVE-JOURNAL-FILE
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						IF EAJ_TYPE_ENTETE THEN
							PERFORM CLORE_PARTIE_ARCHIVEE
							PERFORM OUVRIR_PARTIE_ARCHIVEE
						ELSE
							IF EAJ_MATCH IS EQUAL TO PARTIE_COURANTE THEN
								PERFORM POINTER_TIR_ARCHIVE
							END-IF
						END-IF
				END-READ
			END-PERFORM
			CLOSE ARCHIVE-JOURNAL-FILE
			PERFORM CLORE_PARTIE_ARCHIVEE
		END-IF.
		PERFORM TERMINER_RUBRIQUE.

	OUVRIR_PARTIE_ARCHIVEE.
		MOVE EAJ_MATCH TO PARTIE_COURANTE.
		MOVE EAJ_DATE TO PC_DATE.
		MOVE EAJ_NOM_J1 TO PC_NOM_J1.
		MOVE EAJ_NOM_J2 TO PC_NOM_J2.
		MOVE EAJ_NOM_J3 TO PC_NOM_J3.
		MOVE EAJ_NOM_J4 TO PC_NOM_J4.
		MOVE ZERO TO NB_TP.
		MOVE SPACES TO TIREUR_PRECEDENT.

	POINTER_TIR_ARCHIVE.
		*> Un forfait n'est pas un tir. Sinon le tir est compte au
		*> tireur dans la partie ; s'il ouvre une main (le tireur
		*> precedent etait l'adversaire), il compte aussi pour le taux
		*> de touches au premier tir.
		IF EAJ_RESULTAT IS EQUAL TO "FORFAIT" THEN
			PERFORM POINTER_FORFAIT
		ELSE
			PERFORM CHERCHER_TIREUR_PARTIE
			IF TP_TROUVE THEN
				ADD 1 TO TP_TIRS(IDX_TP)
				IF EAJ_RESULTAT IS EQUAL TO "RATE" THEN
					ADD 1 TO TP_RATES(IDX_TP)
				END-IF
			END-IF
			IF EAJ_NOM IS NOT EQUAL TO TIREUR_PRECEDENT
				AND EAJ_NOM IS NOT EQUAL TO "Ordinateur" THEN
				MOVE EAJ_NOM TO NOM_A_CHERCHER
				PERFORM CHERCHER_OU_CREER_TIREUR
				IF TJ_TROUVE THEN
					ADD 1 TO TJ_MAINS(IDX_TJ)
					ADD 1 TO TOTAL_MAINS
					IF EAJ_RESULTAT IS EQUAL TO "TOUCHE" THEN
						ADD 1 TO TJ_MAINS_TOUCHE(IDX_TJ)
						ADD 1 TO TOTAL_MAINS_TOUCHE
					END-IF
				END-IF
			END-IF
			MOVE EAJ_NOM TO TIREUR_PRECEDENT
		END-IF.

	CHERCHER_TIREUR_PARTIE.
		MOVE ZERO TO SW_TP_TROUVE.
		PERFORM VARYING IDX_TP FROM 1 BY 1 UNTIL IDX_TP > NB_TP OR TP_TROUVE
			IF TP_NOM(IDX_TP) IS EQUAL TO EAJ_NOM THEN
				SET TP_TROUVE TO TRUE
			END-IF
		END-PERFORM.
		IF TP_TROUVE THEN
			SUBTRACT 1 FROM IDX_TP
		ELSE
			IF NB_TP IS LESS THAN 4 THEN
				ADD 1 TO NB_TP
				MOVE NB_TP TO IDX_TP
				MOVE EAJ_NOM TO TP_NOM(IDX_TP)
				MOVE ZERO TO TP_TIRS(IDX_TP)
				MOVE ZERO TO TP_RATES(IDX_TP)
				SET TP_TROUVE TO TRUE
			END-IF
		END-IF.

	POINTER_FORFAIT.
		*> Le forfait est trace au nom de celui qui rend la manche :
		*> le beneficiaire est le capitaine du camp d'en face.
		IF EAJ_NOM IS EQUAL TO PC_NOM_J1 OR EAJ_NOM IS EQUAL TO PC_NOM_J3 THEN
			MOVE PC_NOM_J2 TO NOM_BENEFICIAIRE
		ELSE
			MOVE PC_NOM_J1 TO NOM_BENEFICIAIRE
		END-IF.
		MOVE ZERO TO SW_FF_TROUVE.
		PERFORM VARYING IDX_FF FROM 1 BY 1 UNTIL IDX_FF > NB_FF OR FF_TROUVE
			IF FF_PERDANT(IDX_FF) IS EQUAL TO EAJ_NOM
				AND FF_BENEFICIAIRE(IDX_FF) IS EQUAL TO NOM_BENEFICIAIRE THEN
				SET FF_TROUVE TO TRUE
				ADD 1 TO FF_NOMBRE(IDX_FF)
			END-IF
		END-PERFORM.
		IF NOT FF_TROUVE THEN
			IF NB_FF IS LESS THAN 200 THEN
				ADD 1 TO NB_FF
				MOVE EAJ_NOM TO FF_PERDANT(NB_FF)
				MOVE NOM_BENEFICIAIRE TO FF_BENEFICIAIRE(NB_FF)
				MOVE 1 TO FF_NOMBRE(NB_FF)
			ELSE
				SET CONTROLE_SATURE TO TRUE
			END-IF
		END-IF.

	CLORE_PARTIE_ARCHIVEE.
		*> Chaque tireur de la partie compte une partie de plus ; celui
		*> qui a assez tire et presque jamais rate est signale.
		*> L'Ordinateur ne triche pas.
		PERFORM VARYING IDX_TP FROM 1 BY 1 UNTIL IDX_TP > NB_TP
			IF TP_NOM(IDX_TP) IS NOT EQUAL TO "Ordinateur" THEN
				MOVE TP_NOM(IDX_TP) TO NOM_A_CHERCHER
				PERFORM CHERCHER_OU_CREER_TIREUR
				IF TJ_TROUVE THEN
					ADD 1 TO TJ_PARTIES(IDX_TJ)
				END-IF
				IF TP_TIRS(IDX_TP) IS NOT LESS THAN SEUIL_TIRS
					AND TP_RATES(IDX_TP) * 100 IS NOT GREATER THAN TP_TIRS(IDX_TP) * SEUIL_PCT_RATES THEN
					PERFORM SIGNALER_PARTIE_SANS_RATE
				END-IF
			END-IF
		END-PERFORM.
		MOVE ZERO TO NB_TP.

	SIGNALER_PARTIE_SANS_RATE.
		COMPUTE PCT_JOUEUR = TP_RATES(IDX_TP) * 100 / TP_TIRS(IDX_TP).
		MOVE "Partie" TO LIGNE_EDITION(3:6).
		MOVE PARTIE_COURANTE TO ED_MATCH.
		MOVE ED_MATCH TO LIGNE_EDITION(10:5).
		MOVE "du" TO LIGNE_EDITION(16:2).
		MOVE PC_DATE TO DATE_A_EDITER.
		PERFORM EDITER_DATE.
		MOVE ED_DATE TO LIGNE_EDITION(19:10).
		MOVE TP_NOM(IDX_TP) TO LIGNE_EDITION(31:20).
		MOVE TP_TIRS(IDX_TP) TO ED_NOMBRE.
		MOVE ED_NOMBRE TO LIGNE_EDITION(52:7).
		MOVE "tir(s) dont" TO LIGNE_EDITION(60:11).
		MOVE TP_RATES(IDX_TP) TO ED_NOMBRE.
		MOVE ED_NOMBRE TO LIGNE_EDITION(71:7).
		MOVE "rate(s), soit" TO LIGNE_EDITION(79:13).
		MOVE PCT_JOUEUR TO ED_PCT.
		MOVE ED_PCT TO LIGNE_EDITION(93:3).
		MOVE "%" TO LIGNE_EDITION(97:1).
		PERFORM SIGNALER.

	CHERCHER_OU_CREER_TIREUR.
		*> Retrouve le tireur NOM_A_CHERCHER dans la table, ou l'y
		*> cree vierge ; au-dela de la capacite le controle est
		*> incomplet.
		MOVE ZERO TO SW_TJ_TROUVE.
		PERFORM VARYING IDX_TJ FROM 1 BY 1 UNTIL IDX_TJ > NB_TJ OR TJ_TROUVE
			IF TJ_NOM(IDX_TJ) IS EQUAL TO NOM_A_CHERCHER THEN
				SET TJ_TROUVE TO TRUE
			END-IF
		END-PERFORM.
		IF TJ_TROUVE THEN
			SUBTRACT 1 FROM IDX_TJ
		ELSE
			IF NB_TJ IS LESS THAN 200 THEN
				ADD 1 TO NB_TJ
				MOVE NB_TJ TO IDX_TJ
				MOVE NOM_A_CHERCHER TO TJ_NOM(IDX_TJ)
				MOVE ZERO TO TJ_PARTIES(IDX_TJ)
				MOVE ZERO TO TJ_MAINS(IDX_TJ)
				MOVE ZERO TO TJ_MAINS_TOUCHE(IDX_TJ)
				SET TJ_TROUVE TO TRUE
			ELSE
				SET CONTROLE_SATURE TO TRUE
			END-IF
		END-IF.

	SIGNALER_PREMIERS_TIRS.
		*> La norme du club est le taux de touches au premier tir de
		*> la main, tous joueurs confondus ; est signale le joueur qui,
		*> sur assez de parties, la depasse de plus de l'ecart admis.
		MOVE "2. TOUCHES AU PREMIER TIR DE LA MAIN" TO LIGNE_EDITION.
		PERFORM TITRER_RUBRIQUE.
		IF TOTAL_MAINS IS GREATER THAN ZERO THEN
			COMPUTE PCT_NORME = TOTAL_MAINS_TOUCHE * 100 / TOTAL_MAINS
		END-IF.
		MOVE "Norme du club :" TO LIGNE_EDITION(3:15).
		MOVE PCT_NORME TO ED_PCT.
		MOVE ED_PCT TO LIGNE_EDITION(19:3).
		MOVE "% de touches sur" TO LIGNE_EDITION(23:16).
		MOVE TOTAL_MAINS TO ED_NOMBRE.
		MOVE ED_NOMBRE TO LIGNE_EDITION(40:7).
		MOVE "main(s)" TO LIGNE_EDITION(48:7).
		DISPLAY LIGNE_EDITION(1:80).
		PERFORM ECRIRE_LIGNE_RAPPORT.
		PERFORM VARYING IDX_TJ FROM 1 BY 1 UNTIL IDX_TJ > NB_TJ
			IF TJ_PARTIES(IDX_TJ) IS NOT LESS THAN SEUIL_PARTIES
				AND TJ_MAINS(IDX_TJ) IS GREATER THAN ZERO THEN
				COMPUTE PCT_JOUEUR = TJ_MAINS_TOUCHE(IDX_TJ) * 100 / TJ_MAINS(IDX_TJ)
				IF PCT_JOUEUR IS GREATER THAN PCT_NORME + SEUIL_ECART THEN
					MOVE TJ_NOM(IDX_TJ) TO LIGNE_EDITION(3:20)
					MOVE PCT_JOUEUR TO ED_PCT
					MOVE ED_PCT TO LIGNE_EDITION(24:3)
					MOVE "% de touches sur" TO LIGNE_EDITION(28:16)
					MOVE TJ_MAINS(IDX_TJ) TO ED_NOMBRE
					MOVE ED_NOMBRE TO LIGNE_EDITION(45:7)
					MOVE "main(s) en" TO LIGNE_EDITION(53:10)
					MOVE TJ_PARTIES(IDX_TJ) TO ED_NOMBRE
					MOVE ED_NOMBRE TO LIGNE_EDITION(64:7)
					MOVE "partie(s)" TO LIGNE_EDITION(72:9)
					PERFORM SIGNALER
				END-IF
			END-IF
		END-PERFORM.
		PERFORM TERMINER_RUBRIQUE.

	CHARGER_MANCHES_DUO.
		*> Les manches a deux joueurs de l'historique, decisions
		*> d'arbitrage appliquees : une manche annulee n'est pas
		*> retenue, une manche inversee l'est avec son nouveau gagnant.
		MOVE ZERO TO NB_HD.
		OPEN INPUT HISTORIQUE-FILE.
		IF FS_HISTORIQUE IS NOT EQUAL TO "00" THEN
			DISPLAY "HISTORIQUE.DAT absent, pas de controle des paires."
			IF FS_HISTORIQUE IS NOT EQUAL TO "35" THEN
				MOVE 8 TO CODE_RETOUR
			END-IF
		ELSE
			PERFORM TEST BEFORE UNTIL FS_HISTORIQUE IS EQUAL TO "10"
				READ HISTORIQUE-FILE
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						PERFORM APPLIQUER_CORRECTIONS
						IF EH_MODE_JOUEURS IS EQUAL TO 2
							AND EH_DATE IS NUMERIC
							AND NOT MANCHE_ANNULEE THEN
							PERFORM RETENIR_MANCHE_DUO
						END-IF
				END-READ
			END-PERFORM
			CLOSE HISTORIQUE-FILE
		END-IF.

	RETENIR_MANCHE_DUO.
		IF NB_HD IS LESS THAN 2000 THEN
			ADD 1 TO NB_HD
			MOVE EH_DATE TO HD_DATE(NB_HD)
			MOVE EH_DATE TO DATE_NUMERIQUE
			COMPUTE HD_JOUR(NB_HD) = FUNCTION INTEGER-OF-DATE(DATE_NUMERIQUE)
			IF EH_NOM_J1 IS LESS THAN EH_NOM_J2 THEN
				MOVE EH_NOM_J1 TO HD_NOM_A(NB_HD)
				MOVE EH_NOM_J2 TO HD_NOM_B(NB_HD)
			ELSE
				MOVE EH_NOM_J2 TO HD_NOM_A(NB_HD)
				MOVE EH_NOM_J1 TO HD_NOM_B(NB_HD)
			END-IF
			MOVE EH_NOM_GAGNANT TO HD_GAGNANT(NB_HD)
			MOVE ZERO TO HD_VU(NB_HD)
		ELSE
			SET CONTROLE_SATURE TO TRUE
		END-IF.

	SIGNALER_PAIRES_REPETEES.
		*> Pour chaque paire, la suite chronologique de ses manches est
		*> relevee ; est signalee la paire qui aligne au moins le seuil
		*> de manches en peu de jours, toutes gagnees par le meme ou
		*> gagnees tour a tour : le classement monte sans vrai jeu.
		MOVE "3. MEMES PAIRES REJOUEES EN PEU DE JOURS" TO LIGNE_EDITION.
		PERFORM TITRER_RUBRIQUE.
		PERFORM VARYING IDX_HD FROM 1 BY 1 UNTIL IDX_HD > NB_HD
			IF HD_VU(IDX_HD) IS EQUAL TO ZERO THEN
				PERFORM RELEVER_SERIE_PAIRE
				PERFORM EXAMINER_SERIE_PAIRE
			END-IF
		END-PERFORM.
		PERFORM TERMINER_RUBRIQUE.

	RELEVER_SERIE_PAIRE.
		MOVE ZERO TO NB_SP.
		PERFORM VARYING JDX_HD FROM IDX_HD BY 1 UNTIL JDX_HD > NB_HD
			IF HD_NOM_A(JDX_HD) IS EQUAL TO HD_NOM_A(IDX_HD)
				AND HD_NOM_B(JDX_HD) IS EQUAL TO HD_NOM_B(IDX_HD) THEN
				MOVE 1 TO HD_VU(JDX_HD)
				ADD 1 TO NB_SP
				MOVE JDX_HD TO SP_HD(NB_SP)
			END-IF
		END-PERFORM.

	EXAMINER_SERIE_PAIRE.
		*> Fenetre glissante de SEUIL_SERIE manches consecutives de la
		*> paire ; la premiere qui tient dans le delai avec un resultat
		*> a sens unique ou alterne est prolongee tant que le motif
		*> tient, puis signalee. Une paire n'est signalee qu'une fois.
		MOVE ZERO TO SW_PAIRE_SIGNALEE.
		PERFORM VARYING IDX_SP FROM 1 BY 1
			UNTIL IDX_SP + SEUIL_SERIE - 1 > NB_SP OR PAIRE_SIGNALEE
			COMPUTE FIN_SP = IDX_SP + SEUIL_SERIE - 1
			COMPUTE ECART_JOURS = HD_JOUR(SP_HD(FIN_SP)) - HD_JOUR(SP_HD(IDX_SP))
			IF ECART_JOURS IS NOT GREATER THAN SEUIL_JOURS THEN
				PERFORM QUALIFIER_FENETRE
				IF SENS_UNIQUE OR ALTERNE THEN
					PERFORM PROLONGER_FENETRE
					PERFORM SIGNALER_PAIRE
					SET PAIRE_SIGNALEE TO TRUE
				END-IF
			END-IF
		END-PERFORM.

	QUALIFIER_FENETRE.
		MOVE 1 TO SW_SENS_UNIQUE.
		MOVE 1 TO SW_ALTERNE.
		PERFORM VARYING JDX_SP FROM IDX_SP BY 1 UNTIL JDX_SP IS NOT LESS THAN FIN_SP
			IF HD_GAGNANT(SP_HD(JDX_SP + 1)) IS NOT EQUAL TO HD_GAGNANT(SP_HD(IDX_SP)) THEN
				MOVE ZERO TO SW_SENS_UNIQUE
			END-IF
			IF HD_GAGNANT(SP_HD(JDX_SP + 1)) IS EQUAL TO HD_GAGNANT(SP_HD(JDX_SP)) THEN
				MOVE ZERO TO SW_ALTERNE
			END-IF
		END-PERFORM.

	PROLONGER_FENETRE.
		*> La manche suivante de la paire s'ajoute tant qu'elle reste
		*> dans le delai depuis la premiere et prolonge le motif.
		MOVE 1 TO SW_PROLONGER.
		PERFORM TEST BEFORE UNTIL FIN_SP IS NOT LESS THAN NB_SP OR NOT PROLONGER
			COMPUTE ECART_JOURS = HD_JOUR(SP_HD(FIN_SP + 1)) - HD_JOUR(SP_HD(IDX_SP))
			IF ECART_JOURS IS GREATER THAN SEUIL_JOURS THEN
				MOVE ZERO TO SW_PROLONGER
			ELSE
				IF (SENS_UNIQUE AND HD_GAGNANT(SP_HD(FIN_SP + 1)) IS EQUAL TO HD_GAGNANT(SP_HD(IDX_SP)))
					OR (ALTERNE AND HD_GAGNANT(SP_HD(FIN_SP + 1)) IS NOT EQUAL TO HD_GAGNANT(SP_HD(FIN_SP))) THEN
					ADD 1 TO FIN_SP
				ELSE
					MOVE ZERO TO SW_PROLONGER
				END-IF
			END-IF
		END-PERFORM.

	SIGNALER_PAIRE.
		MOVE HD_NOM_A(SP_HD(IDX_SP)) TO LIGNE_EDITION(3:20).
		MOVE "/" TO LIGNE_EDITION(24:1).
		MOVE HD_NOM_B(SP_HD(IDX_SP)) TO LIGNE_EDITION(26:20).
		COMPUTE ED_NOMBRE = FIN_SP - IDX_SP + 1.
		MOVE ED_NOMBRE TO LIGNE_EDITION(46:7).
		MOVE "manche(s) du" TO LIGNE_EDITION(54:12).
		MOVE HD_DATE(SP_HD(IDX_SP)) TO DATE_A_EDITER.
		PERFORM EDITER_DATE.
		MOVE ED_DATE TO LIGNE_EDITION(67:10).
		MOVE "au" TO LIGNE_EDITION(78:2).
		MOVE HD_DATE(SP_HD(FIN_SP)) TO DATE_A_EDITER.
		PERFORM EDITER_DATE.
		MOVE ED_DATE TO LIGNE_EDITION(81:10).
		IF SENS_UNIQUE THEN
			MOVE "toutes gagnees par" TO LIGNE_EDITION(92:18)
			MOVE HD_GAGNANT(SP_HD(IDX_SP)) TO LIGNE_EDITION(111:20)
		ELSE
			MOVE "gagnees tour a tour" TO LIGNE_EDITION(92:19)
		END-IF.
		PERFORM SIGNALER.

	SIGNALER_FORFAITS.
		*> Est signale celui dont tous les forfaits, en nombre
		*> suffisant, ont profite au meme adversaire. Rendre la manche
		*> a l'Ordinateur ne fait monter personne.
		MOVE "4. FORFAITS TOUJOURS AU PROFIT DU MEME ADVERSAIRE" TO LIGNE_EDITION.
		PERFORM TITRER_RUBRIQUE.
		PERFORM VARYING IDX_FF FROM 1 BY 1 UNTIL IDX_FF > NB_FF
			MOVE ZERO TO TOTAL_FORFAITS
			PERFORM VARYING JDX_FF FROM 1 BY 1 UNTIL JDX_FF > NB_FF
				IF FF_PERDANT(JDX_FF) IS EQUAL TO FF_PERDANT(IDX_FF) THEN
					ADD FF_NOMBRE(JDX_FF) TO TOTAL_FORFAITS
				END-IF
			END-PERFORM
			IF FF_NOMBRE(IDX_FF) IS EQUAL TO TOTAL_FORFAITS
				AND TOTAL_FORFAITS IS NOT LESS THAN SEUIL_FORFAITS
				AND FF_BENEFICIAIRE(IDX_FF) IS NOT EQUAL TO "Ordinateur"
				AND FF_BENEFICIAIRE(IDX_FF) IS NOT EQUAL TO SPACES THEN
				MOVE FF_PERDANT(IDX_FF) TO LIGNE_EDITION(3:20)
				MOVE TOTAL_FORFAITS TO ED_NOMBRE
				MOVE ED_NOMBRE TO LIGNE_EDITION(23:7)
				MOVE "forfait(s), tous au profit de" TO LIGNE_EDITION(31:29)
				MOVE FF_BENEFICIAIRE(IDX_FF) TO LIGNE_EDITION(61:20)
				PERFORM SIGNALER
			END-IF
		END-PERFORM.
		PERFORM TERMINER_RUBRIQUE.

	TITRER_RUBRIQUE.
		*> Le titre de la rubrique est dans LIGNE_EDITION.
		MOVE ZERO TO NB_SIGNALEMENTS_RUBRIQUE.
		DISPLAY " ".
		DISPLAY "===== " LIGNE_EDITION(1:60).
		PERFORM ECRIRE_LIGNE_RAPPORT.

	TERMINER_RUBRIQUE.
		IF NB_SIGNALEMENTS_RUBRIQUE IS EQUAL TO ZERO THEN
			DISPLAY "  Rien a signaler."
			MOVE "Rien a signaler." TO LIGNE_EDITION(3:16)
			PERFORM ECRIRE_LIGNE_RAPPORT
		END-IF.
		MOVE SPACES TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.

	SIGNALER.
		*> La ligne du signalement est composee dans LIGNE_EDITION ;
		*> elle est affichee, editee et comptee.
		ADD 1 TO NB_SIGNALEMENTS.
		ADD 1 TO NB_SIGNALEMENTS_RUBRIQUE.
		DISPLAY LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.

	EDITER_DATE.
		MOVE DATE_A_EDITER(7:2) TO ED_JOUR.
		MOVE DATE_A_EDITER(5:2) TO ED_MOIS.
		MOVE DATE_A_EDITER(1:4) TO ED_ANNEE.

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

	OUVRIR_RAPPORT.
		*> L'etat est recree a chaque passage : c'est la trace du
		*> controle du jour, pas un cumul.
		OPEN OUTPUT RAPPORT-FILE.
		IF FS_RAPPORT IS NOT EQUAL TO "00" THEN
			DISPLAY "ARBITRAGE.RPT inutilisable (statut " FS_RAPPORT "), edition ecran seule."
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
		MOVE NB_SIGNALEMENTS TO LTO_SIGNALEMENTS.
		MOVE LIG_TOTAUX TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.
		DISPLAY " ".
		DISPLAY NB_SIGNALEMENTS " signalement(s).".
		IF FS_RAPPORT IS EQUAL TO "00" THEN
			CLOSE RAPPORT-FILE
			DISPLAY "Etat des signalements ecrit dans ARBITRAGE.RPT."
		END-IF.

	TERMINER_EXECUTION.
		*> Fin unique du batch : trace du passage dans EXECLOG.DAT puis
		*> code retour pour l'ordonnanceur (0 = rien a signaler, 4 =
		*> signalements, 8 = erreur).
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
			MOVE "Touche-Loyaute" TO EXL_PROGRAMME
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
