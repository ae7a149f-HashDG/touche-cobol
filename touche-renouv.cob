IDENTIFICATION DIVISION.
	PROGRAM-ID. Touche-Renouv.
	DATE-WRITTEN. 15/10/2026.
	AUTHOR. Hippolyte Damay--Glorieux.
	REMARKS. "Batch mensuel des renouvellements sur le registre MEMBRES.DAT : titulaires et juniors dont la cotisation arrive a echeance dans les 30 jours (delai reglable dans BATCH.PRM), puis adherents a cotisation echue qui ont encore joue depuis leur echeance d'apres HISTORIQUE.DAT, avec le nombre de parties et la derniere date. Etat pagine RENOUVEL.RPT pour le secretariat ; passage trace dans EXECLOG.DAT, code retour 0/4/8".
ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		*>--------------------------------------------------------------
		*>	Registre des adherents tenu par Touche-Membres
		*>--------------------------------------------------------------
		SELECT MEMBRES-FILE ASSIGN TO "MEMBRES.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EM_NOM
			FILE STATUS IS FS_MEMBRES.
		*>--------------------------------------------------------------
		*>	Historique des manches : une ligne par manche terminee
		*>--------------------------------------------------------------
		SELECT HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_HISTORIQUE.
		*>--------------------------------------------------------------
		*>	Parametres de la chaine de nuit : fichier facultatif, les
		*>	reglages de l'etat y remplacent les valeurs par defaut
		*>--------------------------------------------------------------
		SELECT PARAM-FILE ASSIGN TO "BATCH.PRM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_PARAM.
		*>--------------------------------------------------------------
		*>	Etat imprimable des renouvellements, recree a chaque passage
		*>--------------------------------------------------------------
		SELECT RAPPORT-FILE ASSIGN TO "RENOUVEL.RPT"
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
		77	FS_MEMBRES				PIC XX.
		77	FS_HISTORIQUE				PIC XX.
		*>--------------------------------------------------------------
		*>	Reglage, valeur par defaut que BATCH.PRM peut remplacer
		*>	(cle en colonnes 1 a 12, valeur ensuite, ex.
		*>	"REN_JOURS   00045") : nombre de jours avant l'echeance a
		*>	partir duquel un adherent est a relancer
		*>--------------------------------------------------------------
		77	FS_PARAM				PIC XX.
		77	HORIZON_JOURS				PIC 9(05)	VALUE 30.
		*>--------------------------------------------------------------
		*>	Adherents cotisants retenus a la lecture du registre : a
		*>	renouveler (R) ou echus (E), avec les parties jouees depuis
		*>	l'echeance cumulees a la relecture de l'historique
		*>--------------------------------------------------------------
		01	ADHERENTS.
			05	ADH_ENTREE			OCCURS 500 TIMES.
				10	ADH_NOM			PIC X(20).
				10	ADH_TYPE		PIC X.
				10	ADH_ECHEANCE		PIC X(8).
				10	ADH_CONTACT		PIC X(40).
				10	ADH_ETAT		PIC X.
					88	ADH_A_RENOUVELER		VALUE "R".
					88	ADH_ECHU			VALUE "E".
				10	ADH_JOURS		PIC S9(07).
				10	ADH_PARTIES		PIC 9(05).
				10	ADH_DERNIERE		PIC X(8).
		77	NB_ADH					PIC 999		VALUE 0.
		77	IDX_ADH					PIC 999.
		77	SW_ADH_TROUVE				PIC 9.
			88	ADH_TROUVE				VALUE 1.
		77	NOM_A_CHERCHER				PIC X(20).
		77	NB_MEMBRES_LUS				PIC 9(05)	VALUE 0.
		77	NB_A_RENOUVELER				PIC 9(05)	VALUE 0.
		77	NB_ECHUS				PIC 9(05)	VALUE 0.
		77	NB_ECHUS_ACTIFS				PIC 9(05)	VALUE 0.
		*>--------------------------------------------------------------
		*>	Ecart en jours entre la date du passage et l'echeance
		*>--------------------------------------------------------------
		77	DATE_NUMERIQUE				PIC 9(8).
		77	JOUR_DU_PASSAGE				PIC 9(07).
		77	JOUR_ECHEANCE				PIC 9(07).
		77	JOURS_ECART				PIC S9(07).
		*>--------------------------------------------------------------
		*>	Edition paginee dans RENOUVEL.RPT : la ligne a editer est
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
			02	FILLER				PIC X(50)	VALUE "TOUCHE COBOL - RENOUVELLEMENT DES ADHESIONS".
			02	FILLER				PIC X(10)	VALUE "EDITE LE ".
			02	ENT_JOUR			PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	ENT_MOIS			PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	ENT_ANNEE			PIC X(4).
			02	FILLER				PIC X(08)	VALUE "    PAGE".
			02	ENT_PAGE			PIC ZZZ9.
		01	LIG_TITRE_RUBRIQUE.
			02	FILLER				PIC X(6)	VALUE "===== ".
			02	LTR_LIBELLE			PIC X(60).
		01	LIG_ADHERENT.
			02	FILLER				PIC XX		VALUE SPACES.
			02	LAD_NOM				PIC X(20).
			02	FILLER				PIC XX		VALUE SPACES.
			02	LAD_TYPE			PIC X(9).
			02	FILLER				PIC XX		VALUE SPACES.
			02	LAD_ECHEANCE.
				03	LAD_JJ			PIC XX.
				03	FILLER			PIC X		VALUE "/".
				03	LAD_MM			PIC XX.
				03	FILLER			PIC X		VALUE "/".
				03	LAD_AAAA		PIC X(4).
			02	FILLER				PIC XX		VALUE SPACES.
			02	LAD_JOURS			PIC ZZZZ9.
			02	FILLER				PIC XX		VALUE SPACES.
			02	LAD_PARTIES			PIC ZZZZ9.
			02	FILLER				PIC XX		VALUE SPACES.
			02	LAD_DERNIERE.
				03	LAD_DER_JJ		PIC XX.
				03	LAD_DER_SEP1		PIC X.
				03	LAD_DER_MM		PIC XX.
				03	LAD_DER_SEP2		PIC X.
				03	LAD_DER_AAAA		PIC X(4).
			02	FILLER				PIC XX		VALUE SPACES.
			02	LAD_CONTACT			PIC X(40).
		01	LIG_TOTAUX.
			02	FILLER				PIC X(8)	VALUE "TOTAL : ".
			02	LTO_LUS				PIC ZZZZ9.
			02	FILLER				PIC X(15)	VALUE " adherent(s), ".
			02	LTO_RENOUVELER			PIC ZZZZ9.
			02	FILLER				PIC X(15)	VALUE " a renouveler, ".
			02	LTO_ECHUS			PIC ZZZZ9.
			02	FILLER				PIC X(13)	VALUE " echu(s) dont".
			02	LTO_ACTIFS			PIC ZZZZ9.
			02	FILLER				PIC X(21)	VALUE " ayant encore joue.".
		*>--------------------------------------------------------------
		*>	Conduite sans operateur : code retour pour l'ordonnanceur
		*>	(0 = rien a signaler, 4 = echus qui jouent encore, 8 =
		*>	erreur fichier) et ligne de passage ajoutee a EXECLOG.DAT
		*>--------------------------------------------------------------
		77	FS_EXECLOG				PIC XX.
		77	CODE_RETOUR				PIC 9		VALUE 0.
		77	NB_LUS					PIC 9(07)	VALUE 0.
		77	NB_ECRITS				PIC 9(07)	VALUE 0.
		77	HEURE_PASSAGE				PIC X(8).
PROCEDURE DIVISION.
	PERFORM LIRE_PARAMETRES.
	PERFORM OUVRIR_RAPPORT.
	PERFORM CHARGER_ADHERENTS.
	IF NB_ECHUS IS GREATER THAN ZERO THEN
		PERFORM RELIRE_HISTORIQUE
	END-IF.
	PERFORM EDITER_A_RENOUVELER.
	PERFORM EDITER_ECHUS_ACTIFS.
	IF NB_ECHUS_ACTIFS IS GREATER THAN ZERO AND CODE_RETOUR IS LESS THAN 4 THEN
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
								WHEN "REN_JOURS"
									MOVE PRM_NOMBRE TO HORIZON_JOURS
								WHEN OTHER
									CONTINUE
							END-EVALUATE
						END-IF
				END-READ
			END-PERFORM
			CLOSE PARAM-FILE
		END-IF.

	CHARGER_ADHERENTS.
		*> Seuls titulaires et juniors cotisent : les invites du
		*> registre ne sont jamais relances. Un registre absent veut
		*> dire que le club ne le tient pas encore, pas une erreur.
		MOVE DATE_DU_JOUR TO DATE_NUMERIQUE.
		COMPUTE JOUR_DU_PASSAGE = FUNCTION INTEGER-OF-DATE(DATE_NUMERIQUE).
		OPEN INPUT MEMBRES-FILE.
		IF FS_MEMBRES IS NOT EQUAL TO "00" THEN
			IF FS_MEMBRES IS EQUAL TO "35" THEN
				DISPLAY "MEMBRES.DAT absent : aucun adherent au registre."
			ELSE
				DISPLAY "MEMBRES.DAT illisible (statut " FS_MEMBRES ")."
				MOVE 8 TO CODE_RETOUR
			END-IF
		ELSE
			MOVE LOW-VALUES TO EM_NOM
			START MEMBRES-FILE KEY IS NOT LESS THAN EM_NOM
				INVALID KEY MOVE "10" TO FS_MEMBRES
			END-START
			PERFORM TEST BEFORE UNTIL FS_MEMBRES IS NOT EQUAL TO "00"
				READ MEMBRES-FILE NEXT
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						ADD 1 TO NB_MEMBRES_LUS
						IF NOT EM_INVITE THEN
							PERFORM CLASSER_ADHERENT
						END-IF
				END-READ
			END-PERFORM
			CLOSE MEMBRES-FILE
		END-IF.

	CLASSER_ADHERENT.
		*> Une echeance illisible vaut cotisation echue depuis
		*> toujours : toutes ses parties comptent alors. L'echeance du
		*> jour meme est encore payee.
		IF EM_PAYE_JUSQU_AU IS NUMERIC THEN
			MOVE EM_PAYE_JUSQU_AU TO DATE_NUMERIQUE
			COMPUTE JOUR_ECHEANCE = FUNCTION INTEGER-OF-DATE(DATE_NUMERIQUE)
			COMPUTE JOURS_ECART = JOUR_ECHEANCE - JOUR_DU_PASSAGE
		ELSE
			MOVE ZERO TO JOUR_ECHEANCE
			MOVE -99999 TO JOURS_ECART
		END-IF.
		IF JOURS_ECART IS LESS THAN ZERO OR JOURS_ECART IS NOT GREATER THAN HORIZON_JOURS THEN
			IF NB_ADH IS LESS THAN 500 THEN
				ADD 1 TO NB_ADH
				MOVE EM_NOM TO ADH_NOM(NB_ADH)
				MOVE EM_TYPE TO ADH_TYPE(NB_ADH)
				MOVE EM_PAYE_JUSQU_AU TO ADH_ECHEANCE(NB_ADH)
				MOVE EM_CONTACT TO ADH_CONTACT(NB_ADH)
				MOVE ZERO TO ADH_PARTIES(NB_ADH)
				MOVE SPACES TO ADH_DERNIERE(NB_ADH)
				IF JOURS_ECART IS LESS THAN ZERO THEN
					SET ADH_ECHU(NB_ADH) TO TRUE
					COMPUTE ADH_JOURS(NB_ADH) = 0 - JOURS_ECART
					ADD 1 TO NB_ECHUS
				ELSE
					SET ADH_A_RENOUVELER(NB_ADH) TO TRUE
					MOVE JOURS_ECART TO ADH_JOURS(NB_ADH)
					ADD 1 TO NB_A_RENOUVELER
				END-IF
			ELSE
				DISPLAY "Plus de 500 adherents a signaler : [" EM_NOM "] et suivants omis."
				IF CODE_RETOUR IS LESS THAN 4 THEN
					MOVE 4 TO CODE_RETOUR
				END-IF
			END-IF
		END-IF.

	RELIRE_HISTORIQUE.
		*> Chaque participant d'une manche posterieure a son echeance
		*> compte une partie, joueurs d'equipe compris ; les manches
		*> d'un club voisin integrees par Touche-Import aussi.
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
						ADD 1 TO NB_LUS
						MOVE EH_NOM_J1 TO NOM_A_CHERCHER
						PERFORM POINTER_PARTIE
						MOVE EH_NOM_J2 TO NOM_A_CHERCHER
						PERFORM POINTER_PARTIE
						MOVE EH_NOM_J3 TO NOM_A_CHERCHER
						PERFORM POINTER_PARTIE
						MOVE EH_NOM_J4 TO NOM_A_CHERCHER
						PERFORM POINTER_PARTIE
				END-READ
			END-PERFORM
			CLOSE HISTORIQUE-FILE
		END-IF.

	POINTER_PARTIE.
		IF NOM_A_CHERCHER IS NOT EQUAL TO SPACES THEN
			MOVE ZERO TO SW_ADH_TROUVE
			PERFORM VARYING IDX_ADH FROM 1 BY 1 UNTIL IDX_ADH > NB_ADH OR ADH_TROUVE
				IF ADH_NOM(IDX_ADH) IS EQUAL TO NOM_A_CHERCHER THEN
					SET ADH_TROUVE TO TRUE
					IF ADH_ECHU(IDX_ADH) AND EH_DATE IS GREATER THAN ADH_ECHEANCE(IDX_ADH) THEN
						ADD 1 TO ADH_PARTIES(IDX_ADH)
						IF EH_DATE IS GREATER THAN ADH_DERNIERE(IDX_ADH) THEN
							MOVE EH_DATE TO ADH_DERNIERE(IDX_ADH)
						END-IF
					END-IF
				END-IF
			END-PERFORM
		END-IF.

	EDITER_A_RENOUVELER.
		DISPLAY " ".
		MOVE "ADHESIONS A RENOUVELER" TO LTR_LIBELLE.
		DISPLAY LIG_TITRE_RUBRIQUE.
		MOVE LIG_TITRE_RUBRIQUE TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.
		PERFORM VARYING IDX_ADH FROM 1 BY 1 UNTIL IDX_ADH > NB_ADH
			IF ADH_A_RENOUVELER(IDX_ADH) THEN
				PERFORM EDITER_ADHERENT
			END-IF
		END-PERFORM.
		IF NB_A_RENOUVELER IS EQUAL TO ZERO THEN
			DISPLAY "Aucune echeance dans les " HORIZON_JOURS " jours."
			MOVE "  Aucune echeance dans le delai." TO LIGNE_EDITION
			PERFORM ECRIRE_LIGNE_RAPPORT
		END-IF.
		PERFORM ECRIRE_LIGNE_RAPPORT.

	EDITER_ECHUS_ACTIFS.
		*> Un echu qui n'a plus joue depuis son echeance n'est pas
		*> liste : il a simplement quitte le club sans le dire.
		DISPLAY " ".
		MOVE "COTISATIONS ECHUES, PARTIES JOUEES DEPUIS L'ECHEANCE" TO LTR_LIBELLE.
		DISPLAY LIG_TITRE_RUBRIQUE.
		MOVE LIG_TITRE_RUBRIQUE TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.
		PERFORM VARYING IDX_ADH FROM 1 BY 1 UNTIL IDX_ADH > NB_ADH
			IF ADH_ECHU(IDX_ADH) AND ADH_PARTIES(IDX_ADH) IS GREATER THAN ZERO THEN
				ADD 1 TO NB_ECHUS_ACTIFS
				PERFORM EDITER_ADHERENT
			END-IF
		END-PERFORM.
		IF NB_ECHUS_ACTIFS IS EQUAL TO ZERO THEN
			DISPLAY "Aucun adherent echu n'a joue depuis son echeance."
			MOVE "  Aucun adherent echu n'a joue depuis son echeance." TO LIGNE_EDITION
			PERFORM ECRIRE_LIGNE_RAPPORT
		END-IF.

	EDITER_ADHERENT.
		*> Les jours sont ceux qui restent avant l'echeance pour un
		*> renouvellement, ceux ecoules depuis pour un echu.
		MOVE ADH_NOM(IDX_ADH) TO LAD_NOM.
		IF ADH_TYPE(IDX_ADH) IS EQUAL TO "J" THEN
			MOVE "junior" TO LAD_TYPE
		ELSE
			MOVE "titulaire" TO LAD_TYPE
		END-IF.
		MOVE ADH_ECHEANCE(IDX_ADH)(7:2) TO LAD_JJ.
		MOVE ADH_ECHEANCE(IDX_ADH)(5:2) TO LAD_MM.
		MOVE ADH_ECHEANCE(IDX_ADH)(1:4) TO LAD_AAAA.
		IF ADH_JOURS(IDX_ADH) IS NOT LESS THAN 99999 THEN
			MOVE ZERO TO LAD_JOURS
		ELSE
			MOVE ADH_JOURS(IDX_ADH) TO LAD_JOURS
		END-IF.
		MOVE ADH_PARTIES(IDX_ADH) TO LAD_PARTIES.
		IF ADH_DERNIERE(IDX_ADH) IS EQUAL TO SPACES THEN
			MOVE SPACES TO LAD_DERNIERE
		ELSE
			MOVE ADH_DERNIERE(IDX_ADH)(7:2) TO LAD_DER_JJ
			MOVE "/" TO LAD_DER_SEP1
			MOVE ADH_DERNIERE(IDX_ADH)(5:2) TO LAD_DER_MM
			MOVE "/" TO LAD_DER_SEP2
			MOVE ADH_DERNIERE(IDX_ADH)(1:4) TO LAD_DER_AAAA
		END-IF.
		MOVE ADH_CONTACT(IDX_ADH) TO LAD_CONTACT.
		DISPLAY LIG_ADHERENT.
		MOVE LIG_ADHERENT TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.

	OUVRIR_RAPPORT.
		*> L'etat est recree a chaque passage : c'est la photographie
		*> du mois, pas un cumul.
		MOVE "  ADHERENT              TYPE       ECHEANCE     JOURS  PARTIES  DERNIERE    CONTACT" TO ENTETE_COLONNES.
		OPEN OUTPUT RAPPORT-FILE.
		IF FS_RAPPORT IS NOT EQUAL TO "00" THEN
			DISPLAY "RENOUVEL.RPT inutilisable (statut " FS_RAPPORT "), edition ecran seule."
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
		MOVE NB_MEMBRES_LUS TO LTO_LUS.
		MOVE NB_A_RENOUVELER TO LTO_RENOUVELER.
		MOVE NB_ECHUS TO LTO_ECHUS.
		MOVE NB_ECHUS_ACTIFS TO LTO_ACTIFS.
		DISPLAY " ".
		DISPLAY LIG_TOTAUX.
		MOVE LIG_TOTAUX TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.
		IF NB_ECHUS_ACTIFS IS GREATER THAN ZERO THEN
			MOVE "Adherents echus qui jouent encore : a relancer par le secretariat (Touche-Membres pour le renouvellement)." TO LIGNE_EDITION
			PERFORM ECRIRE_LIGNE_RAPPORT
		END-IF.
		IF FS_RAPPORT IS EQUAL TO "00" THEN
			CLOSE RAPPORT-FILE
			DISPLAY " "
			DISPLAY "Etat imprimable ecrit dans RENOUVEL.RPT."
		END-IF.

	TERMINER_EXECUTION.
		*> Fin unique du batch : trace du passage dans EXECLOG.DAT puis
		*> code retour pour l'ordonnanceur (0 = propre, 4 = adherents
		*> echus qui jouent encore, 8 = erreur).
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
			MOVE "Touche-Renouv" TO EXL_PROGRAMME
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
