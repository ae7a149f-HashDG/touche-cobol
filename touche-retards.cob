IDENTIFICATION DIVISION.
	PROGRAM-ID. Touche-Retards.
	DATE-WRITTEN. 15/10/2026.
	AUTHOR. Hippolyte Damay--Glorieux.
	REMARKS. "Batch de suivi des parties par correspondance : liste des parties en cours de PARTIES.DAT avec la date du dernier tour joue, le camp qui a la main et le nombre de jours sans coup ; les parties au-dela du delai de BATCH.PRM sont signalees pour que l'arbitre les attribue d'office depuis le jeu. Etat pagine RETARDS.RPT ; passage trace dans EXECLOG.DAT, code retour 0/4/8".
ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		*>--------------------------------------------------------------
		*>	Parties par correspondance en cours, par numero de partie
		*>--------------------------------------------------------------
		SELECT PARTIES-FILE ASSIGN TO "PARTIES.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EPC_NUMERO
			FILE STATUS IS FS_PARTIES.
		*>--------------------------------------------------------------
		*>	Parametres de la chaine de nuit : fichier facultatif, les
		*>	reglages de l'etat y remplacent les valeurs par defaut
		*>--------------------------------------------------------------
		SELECT PARAM-FILE ASSIGN TO "BATCH.PRM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_PARAM.
		*>--------------------------------------------------------------
		*>	Etat imprimable des retards, recree a chaque passage
		*>--------------------------------------------------------------
		SELECT RAPPORT-FILE ASSIGN TO "RETARDS.RPT"
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
	*> Seules les rubriques utiles a l'etat sont detaillees : flottes,
	*> registres des bateaux et chronometrage restent en FILLER.
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
		05	FILLER			PIC X(902).
		05	EPC_TAILLE_PLATEAU	PIC 99.
		05	EPC_MODE_JOUEURS	PIC 9.
		05	FILLER			PIC X(186).
		05	EPC_TIRS_J1		PIC 999.
		05	EPC_TOUCHES_J1		PIC 99.
		05	EPC_TIRS_J2		PIC 999.
		05	EPC_TOUCHES_J2		PIC 99.
		05	EPC_NUM_TOUR		PIC 99.
		05	FILLER			PIC X(17).
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
		77	FS_PARTIES				PIC XX.
		*>--------------------------------------------------------------
		*>	Reglage, valeur par defaut que BATCH.PRM peut remplacer
		*>	(cle en colonnes 1 a 12, valeur ensuite, ex.
		*>	"COR_JOURS   00021") : nombre de jours sans coup au-dela
		*>	duquel une partie est en retard
		*>--------------------------------------------------------------
		77	FS_PARAM				PIC XX.
		77	DELAI_JOURS				PIC 9(05)	VALUE 14.
		*>--------------------------------------------------------------
		*>	Anciennete du dernier tour : ecart en jours entre la date
		*>	du passage et la date du dernier tour joue
		*>--------------------------------------------------------------
		77	DATE_NUMERIQUE				PIC 9(8).
		77	JOUR_DU_PASSAGE				PIC 9(07).
		77	JOUR_DERNIER_COUP			PIC 9(07).
		77	JOURS_SANS_COUP				PIC S9(07).
		77	NB_PARTIES_LUES				PIC 9(05)	VALUE 0.
		77	NB_PARTIES_RETARD			PIC 9(05)	VALUE 0.
		77	NOM_A_LA_MAIN				PIC X(20).
		*>--------------------------------------------------------------
		*>	Edition paginee dans RETARDS.RPT : la ligne a editer est
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
			02	FILLER				PIC X(50)	VALUE "TOUCHE COBOL - PARTIES PAR CORRESPONDANCE".
			02	FILLER				PIC X(10)	VALUE "EDITE LE ".
			02	ENT_JOUR			PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	ENT_MOIS			PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	ENT_ANNEE			PIC X(4).
			02	FILLER				PIC X(08)	VALUE "    PAGE".
			02	ENT_PAGE			PIC ZZZ9.
		01	LIG_PARTIE.
			02	FILLER				PIC XX		VALUE SPACES.
			02	LPA_NUMERO			PIC 9(05).
			02	FILLER				PIC XX		VALUE SPACES.
			02	LPA_NOM_J1			PIC X(20).
			02	FILLER				PIC X(8)	VALUE " contre ".
			02	LPA_NOM_J2			PIC X(20).
			02	FILLER				PIC XX		VALUE SPACES.
			02	LPA_TOUR			PIC ZZ9.
			02	FILLER				PIC XX		VALUE SPACES.
			02	LPA_DATE.
				03	LPA_JJ			PIC XX.
				03	FILLER			PIC X		VALUE "/".
				03	LPA_MM			PIC XX.
				03	FILLER			PIC X		VALUE "/".
				03	LPA_AAAA		PIC X(4).
			02	FILLER				PIC XX		VALUE SPACES.
			02	LPA_JOURS			PIC ZZZZ9.
			02	FILLER				PIC XX		VALUE SPACES.
			02	LPA_A_JOUER			PIC X(20).
			02	FILLER				PIC XX		VALUE SPACES.
			02	LPA_ETAT			PIC X(12).
		01	LIG_TOTAUX.
			02	FILLER				PIC X(8)	VALUE "TOTAL : ".
			02	LTO_LUES			PIC ZZZZ9.
			02	FILLER				PIC X(21)	VALUE " partie(s) en cours, ".
			02	LTO_RETARD			PIC ZZZZ9.
			02	FILLER				PIC X(22)	VALUE " en retard au-dela de ".
			02	LTO_DELAI			PIC ZZZZ9.
			02	FILLER				PIC X(7)	VALUE " jours.".
		*>--------------------------------------------------------------
		*>	Conduite sans operateur : code retour pour l'ordonnanceur
		*>	(0 = rien en retard, 4 = parties a attribuer, 8 = erreur
		*>	fichier) et ligne de passage ajoutee a EXECLOG.DAT
		*>--------------------------------------------------------------
		77	FS_EXECLOG				PIC XX.
		77	CODE_RETOUR				PIC 9		VALUE 0.
		77	NB_LUS					PIC 9(07)	VALUE 0.
		77	NB_ECRITS				PIC 9(07)	VALUE 0.
		77	HEURE_PASSAGE				PIC X(8).
PROCEDURE DIVISION.
	PERFORM LIRE_PARAMETRES.
	PERFORM OUVRIR_RAPPORT.
	PERFORM EXAMINER_PARTIES.
	IF NB_PARTIES_RETARD IS GREATER THAN ZERO AND CODE_RETOUR IS LESS THAN 4 THEN
		MOVE 4 TO CODE_RETOUR
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
								WHEN "COR_JOURS"
									MOVE PRM_NOMBRE TO DELAI_JOURS
								WHEN OTHER
									CONTINUE
							END-EVALUATE
						END-IF
				END-READ
			END-PERFORM
			CLOSE PARAM-FILE
		END-IF.

	EXAMINER_PARTIES.
		*> Aucun fichier des parties en cours : personne n'a encore
		*> joue par correspondance, ce n'est pas une erreur.
		DISPLAY " ".
		DISPLAY "===== Parties par correspondance en cours =====".
		MOVE "  PARTIE CAMP 1                      CAMP 2               TOUR  DATE TOUR   JOURS  A JOUER               ETAT" TO ENTETE_COLONNES.
		MOVE DATE_DU_JOUR TO DATE_NUMERIQUE.
		COMPUTE JOUR_DU_PASSAGE = FUNCTION INTEGER-OF-DATE(DATE_NUMERIQUE).
		OPEN INPUT PARTIES-FILE.
		IF FS_PARTIES IS NOT EQUAL TO "00" THEN
			IF FS_PARTIES IS NOT EQUAL TO "35" THEN
				DISPLAY "PARTIES.DAT illisible (statut " FS_PARTIES ")."
				MOVE 8 TO CODE_RETOUR
			END-IF
		ELSE
			MOVE ZERO TO EPC_NUMERO
			START PARTIES-FILE KEY IS NOT LESS THAN EPC_NUMERO
				INVALID KEY MOVE "10" TO FS_PARTIES
			END-START
			PERFORM TEST BEFORE UNTIL FS_PARTIES IS NOT EQUAL TO "00"
				READ PARTIES-FILE NEXT
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						ADD 1 TO NB_PARTIES_LUES
						PERFORM EDITER_PARTIE
				END-READ
			END-PERFORM
			CLOSE PARTIES-FILE
		END-IF.
		IF NB_PARTIES_LUES IS EQUAL TO ZERO THEN
			DISPLAY "Aucune partie par correspondance en cours."
			MOVE "Aucune partie par correspondance en cours." TO LIGNE_EDITION
			PERFORM ECRIRE_LIGNE_RAPPORT
		END-IF.

	EDITER_PARTIE.
		*> La main est au capitaine du camp qui doit tirer (en deux
		*> contre deux, son coequipier peut jouer le tour). Une date
		*> de dernier tour illisible met la partie en retard d'office.
		IF EPC_JOUEUR_ACTUEL IS EQUAL TO 1 THEN
			MOVE EPC_NOM_J1 TO NOM_A_LA_MAIN
		ELSE
			MOVE EPC_NOM_J2 TO NOM_A_LA_MAIN
		END-IF.
		MOVE EPC_NUMERO TO LPA_NUMERO.
		MOVE EPC_NOM_J1 TO LPA_NOM_J1.
		MOVE EPC_NOM_J2 TO LPA_NOM_J2.
		MOVE EPC_NUM_TOUR TO LPA_TOUR.
		MOVE NOM_A_LA_MAIN TO LPA_A_JOUER.
		MOVE EPC_DATE_DERNIER_COUP(7:2) TO LPA_JJ.
		MOVE EPC_DATE_DERNIER_COUP(5:2) TO LPA_MM.
		MOVE EPC_DATE_DERNIER_COUP(1:4) TO LPA_AAAA.
		IF EPC_DATE_DERNIER_COUP IS NUMERIC THEN
			MOVE EPC_DATE_DERNIER_COUP TO DATE_NUMERIQUE
			COMPUTE JOUR_DERNIER_COUP = FUNCTION INTEGER-OF-DATE(DATE_NUMERIQUE)
			COMPUTE JOURS_SANS_COUP = JOUR_DU_PASSAGE - JOUR_DERNIER_COUP
			IF JOURS_SANS_COUP IS LESS THAN ZERO THEN
				MOVE ZERO TO JOURS_SANS_COUP
			END-IF
			MOVE JOURS_SANS_COUP TO LPA_JOURS
		ELSE
			MOVE 99999 TO JOURS_SANS_COUP
			MOVE ZERO TO LPA_JOURS
		END-IF.
		IF JOURS_SANS_COUP IS GREATER THAN DELAI_JOURS THEN
			ADD 1 TO NB_PARTIES_RETARD
			MOVE "EN RETARD" TO LPA_ETAT
		ELSE
			MOVE SPACES TO LPA_ETAT
		END-IF.
		DISPLAY LIG_PARTIE.
		MOVE LIG_PARTIE TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.

	OUVRIR_RAPPORT.
		*> L'etat est recree a chaque passage : c'est la photographie
		*> du jour, pas un cumul.
		OPEN OUTPUT RAPPORT-FILE.
		IF FS_RAPPORT IS NOT EQUAL TO "00" THEN
			DISPLAY "RETARDS.RPT inutilisable (statut " FS_RAPPORT "), edition ecran seule."
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
		MOVE SPACES TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.
		MOVE NB_PARTIES_LUES TO LTO_LUES.
		MOVE NB_PARTIES_RETARD TO LTO_RETARD.
		MOVE DELAI_JOURS TO LTO_DELAI.
		DISPLAY LIG_TOTAUX.
		MOVE LIG_TOTAUX TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.
		IF NB_PARTIES_RETARD IS GREATER THAN ZERO THEN
			MOVE "Parties en retard a attribuer d'office depuis le jeu (reponse A a l'ouverture)." TO LIGNE_EDITION
			PERFORM ECRIRE_LIGNE_RAPPORT
		END-IF.
		IF FS_RAPPORT IS EQUAL TO "00" THEN
			CLOSE RAPPORT-FILE
			DISPLAY " "
			DISPLAY "Etat imprimable ecrit dans RETARDS.RPT."
		END-IF.

	TERMINER_EXECUTION.
		*> Fin unique du batch : trace du passage dans EXECLOG.DAT puis
		*> code retour pour l'ordonnanceur (0 = propre, 4 = parties en
		*> retard, 8 = erreur).
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
			MOVE "Touche-Retards" TO EXL_PROGRAMME
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
