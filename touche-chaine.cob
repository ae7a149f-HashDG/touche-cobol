IDENTIFICATION DIVISION.
	PROGRAM-ID. Touche-Chaine.
	DATE-WRITTEN. 15/10/2026.
	AUTHOR. Hippolyte Damay--Glorieux.
	REMARKS. "Pilote de la chaine de nuit : lance dans l'ordre les batches de la liste CHAINE.CFG (Verif, Reconcil, Saison, Stats, Export, Purge en dernier...), poursuit ou arrete la chaine selon les codes retour admis pour chaque etape, ne lance jamais la purge si la verification a releve des anomalies et reprend a l'etape en echec grace au point de reprise CHAINE.CKP. Resume d'une page CHAINE.RPT ; passage trace dans EXECLOG.DAT, code retour 0/4/8".
ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		*>--------------------------------------------------------------
		*>	Liste des etapes de la chaine, dans l'ordre de passage : une
		*>	ligne par etape, nom en colonnes 1 a 10, commande a lancer
		*>	en colonnes 11 a 70, puis jusqu'a quatre codes retour admis
		*>	sur deux chiffres separes par un blanc (ex. "00 04"). Les
		*>	lignes blanches ou commencant par * sont ignorees. Les
		*>	etapes VERIF et PURGE sont reconnues a leur nom
		*>--------------------------------------------------------------
		SELECT CONTROLE-FILE ASSIGN TO "CHAINE.CFG"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_CONTROLE.
		*>--------------------------------------------------------------
		*>	Point de reprise de la chaine : une ligne par etape passee,
		*>	ecrite des la fin de l'etape. Vide quand la derniere chaine
		*>	est allee a son terme
		*>--------------------------------------------------------------
		SELECT REPRISE-FILE ASSIGN TO "CHAINE.CKP"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_REPRISE.
		*>--------------------------------------------------------------
		*>	Parametres de la chaine de nuit : sans ce fichier, les
		*>	batches attendraient leurs reponses au clavier
		*>--------------------------------------------------------------
		SELECT PARAM-FILE ASSIGN TO "BATCH.PRM"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_PARAM.
		*>--------------------------------------------------------------
		*>	Resume imprimable du passage, recree a chaque passage
		*>--------------------------------------------------------------
		SELECT RAPPORT-FILE ASSIGN TO "CHAINE.RPT"
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
	FD	CONTROLE-FILE.
	01	ENR_CONTROLE.
		05	ECH_ETAPE		PIC X(10).
		05	ECH_COMMANDE		PIC X(60).
		05	ECH_CODES_ADMIS		OCCURS 4 TIMES.
			10	ECH_CODE		PIC XX.
			10	FILLER			PIC X.
	FD	REPRISE-FILE.
	01	ENR_REPRISE.
		05	ECK_ETAPE		PIC X(10).
		05	ECK_CODE_RETOUR		PIC 9(3).
		05	ECK_DUREE		PIC 9(5).
		05	ECK_DATE		PIC X(8).
		05	ECK_HEURE		PIC X(6).
	FD	PARAM-FILE.
	01	ENR_PARAM			PIC X(20).
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
		77	FS_CONTROLE				PIC XX.
		77	FS_REPRISE				PIC XX.
		77	FS_PARAM				PIC XX.
		*>--------------------------------------------------------------
		*>	Etapes de la chaine, dans l'ordre de CHAINE.CFG. Etat :
		*>	A PASSER, PASSEE, REPRISE (passee lors d'un passage
		*>	precedent), ECHEC, BLOQUEE (purge refusee), NON LANCEE
		*>	(apres un echec)
		*>--------------------------------------------------------------
		01	ETAPES.
			05	ET_ENTREE			OCCURS 20 TIMES.
				10	ET_NOM			PIC X(10).
				10	ET_COMMANDE		PIC X(60).
				10	ET_ADMIS		OCCURS 4 TIMES	PIC XX.
				10	ET_CODE_RETOUR		PIC 9(3).
				10	ET_DUREE		PIC 9(5).
				10	ET_DATE			PIC X(8).
				10	ET_ETAT			PIC X(10).
		77	NB_ETAPES				PIC 99		VALUE 0.
		77	IDX_ETP					PIC 99.
		77	IDX_CODE				PIC 9.
		77	NB_REPRISES				PIC 99		VALUE 0.
		77	SW_ETAPE_TROUVEE			PIC 9.
			88	ETAPE_TROUVEE				VALUE 1.
		77	SW_CODE_ADMIS				PIC 9.
			88	CODE_ADMIS				VALUE 1.
		77	SW_CHAINE				PIC 9		VALUE 0.
			88	CHAINE_EN_COURS				VALUE 0.
			88	CHAINE_ARRETEE				VALUE 1.
		77	SW_CONTROLE_SATURE			PIC 9		VALUE 0.
			88	CONTROLE_SATURE				VALUE 1.
		*>--------------------------------------------------------------
		*>	Garde de la purge : elle ne part que si l'etape VERIF est
		*>	passee (dans ce passage ou avant la reprise) avec le code 0
		*>--------------------------------------------------------------
		77	SW_VERIF				PIC 9		VALUE 0.
			88	VERIF_PROPRE				VALUE 1.
		*>--------------------------------------------------------------
		*>	Lancement d'une etape : la commande passe au systeme, qui
		*>	rend le statut de fin du processus (code retour x 256)
		*>--------------------------------------------------------------
		77	COMMANDE_ETAPE				PIC X(60).
		77	STATUT_SYSTEME				PIC S9(9).
		77	STATUT_RESTE				PIC 9(3).
		77	CODE_ADMIS_LU				PIC 99.
		77	CODE_ETAPE				PIC 9(3).
		01	HEURE_DEBUT_ETAPE.
			05	HDE_HEURES			PIC 99.
			05	HDE_MINUTES			PIC 99.
			05	HDE_SECONDES			PIC 99.
			05	FILLER				PIC 99.
		01	HEURE_FIN_ETAPE.
			05	HFE_HEURES			PIC 99.
			05	HFE_MINUTES			PIC 99.
			05	HFE_SECONDES			PIC 99.
			05	FILLER				PIC 99.
		77	SECONDES_DEBUT				PIC 9(5).
		77	SECONDES_FIN				PIC 9(5).
		77	DUREE_ETAPE				PIC S9(6).
		77	DUREE_TOTALE				PIC 9(6)	VALUE 0.
		*>--------------------------------------------------------------
		*>	Resume d'une page dans CHAINE.RPT : la ligne a editer est
		*>	posee dans LIGNE_EDITION, ECRIRE_LIGNE_RAPPORT l'ecrit
		*>--------------------------------------------------------------
		77	FS_RAPPORT				PIC XX.
		77	DATE_DU_JOUR				PIC X(8).
		77	NUM_PAGE				PIC 9(04)	VALUE 0.
		77	NUM_LIGNE				PIC 99		VALUE 99.
		77	LIGNES_PAR_PAGE				PIC 99		VALUE 55.
		77	LIGNE_EDITION				PIC X(132).
		77	ENTETE_COLONNES				PIC X(132)	VALUE SPACES.
		77	DUREE_MINUTES				PIC 9(05).
		77	DUREE_SECONDES				PIC 99.
		01	ENTETE_RAPPORT.
			02	FILLER				PIC X(50)	VALUE "TOUCHE COBOL - CHAINE DE NUIT".
			02	FILLER				PIC X(10)	VALUE "EDITE LE ".
			02	ENT_JOUR			PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	ENT_MOIS			PIC XX.
			02	FILLER				PIC X		VALUE "/".
			02	ENT_ANNEE			PIC X(4).
			02	FILLER				PIC X(08)	VALUE "    PAGE".
			02	ENT_PAGE			PIC ZZZ9.
		01	LIG_ETAPE.
			02	FILLER				PIC XX		VALUE SPACES.
			02	LET_RANG			PIC Z9.
			02	FILLER				PIC XX		VALUE SPACES.
			02	LET_NOM				PIC X(10).
			02	FILLER				PIC XX		VALUE SPACES.
			02	LET_COMMANDE			PIC X(40).
			02	FILLER				PIC XX		VALUE SPACES.
			02	LET_ETAT			PIC X(10).
			02	FILLER				PIC XX		VALUE SPACES.
			02	LET_CODE			PIC X(3).
			02	FILLER				PIC X(4)	VALUE SPACES.
			02	LET_DUREE.
				03	LET_MINUTES		PIC ZZZZ9.
				03	LET_SEP_MN		PIC X(4).
				03	LET_SECONDES		PIC 99.
				03	LET_SEP_S		PIC XX.
			02	FILLER				PIC XX		VALUE SPACES.
			02	LET_DATE			PIC X(10).
		01	LIG_TOTAUX.
			02	FILLER				PIC X(8)	VALUE "TOTAL : ".
			02	LTO_ETAPES			PIC Z9.
			02	FILLER				PIC X(20)	VALUE " etape(s), duree du ".
			02	FILLER				PIC X(10)	VALUE "passage : ".
			02	LTO_MINUTES			PIC ZZZZ9.
			02	FILLER				PIC X(4)	VALUE " mn ".
			02	LTO_SECONDES			PIC 99.
			02	FILLER				PIC XX		VALUE " s".
		*>--------------------------------------------------------------
		*>	Conduite sans operateur : code retour pour l'ordonnanceur
		*>	(0 = toutes les etapes a 0, 4 = etape a code admis non nul
		*>	ou purge refusee, 8 = chaine arretee sur une etape en
		*>	echec ou liste d'etapes inutilisable) et ligne de passage
		*>	ajoutee a EXECLOG.DAT
		*>--------------------------------------------------------------
		77	FS_EXECLOG				PIC XX.
		77	CODE_RETOUR				PIC 9		VALUE 0.
		77	NB_LUS					PIC 9(07)	VALUE 0.
		77	NB_ECRITS				PIC 9(07)	VALUE 0.
		77	HEURE_PASSAGE				PIC X(8).
PROCEDURE DIVISION.
	ACCEPT DATE_DU_JOUR FROM DATE YYYYMMDD.
	PERFORM CHARGER_CHAINE.
	IF CODE_RETOUR IS EQUAL TO ZERO THEN
		PERFORM VERIFIER_PARAMETRES
	END-IF.
	IF CODE_RETOUR IS NOT EQUAL TO ZERO THEN
		PERFORM TERMINER_EXECUTION
	END-IF.
	PERFORM CHARGER_REPRISE.
	PERFORM EXECUTER_CHAINE.
	PERFORM EDITER_RESUME.
	PERFORM TERMINER_EXECUTION.

	CHARGER_CHAINE.
		*> Une liste absente, vide ou trop longue arrete tout : mieux
		*> vaut ne rien lancer que lancer une chaine incomplete.
		OPEN INPUT CONTROLE-FILE.
		IF FS_CONTROLE IS NOT EQUAL TO "00" THEN
			DISPLAY "CHAINE.CFG absent ou illisible (statut " FS_CONTROLE "), chaine non lancee."
			MOVE 8 TO CODE_RETOUR
		ELSE
			PERFORM TEST BEFORE UNTIL FS_CONTROLE IS EQUAL TO "10"
				READ CONTROLE-FILE
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						IF ECH_ETAPE IS NOT EQUAL TO SPACES
							AND ECH_ETAPE(1:1) IS NOT EQUAL TO "*" THEN
							PERFORM RETENIR_ETAPE
						END-IF
				END-READ
			END-PERFORM
			CLOSE CONTROLE-FILE
			IF CONTROLE_SATURE THEN
				DISPLAY "CHAINE.CFG compte plus de 20 etapes, chaine non lancee."
				MOVE 8 TO CODE_RETOUR
			END-IF
			IF NB_ETAPES IS EQUAL TO ZERO THEN
				DISPLAY "CHAINE.CFG ne contient aucune etape, chaine non lancee."
				MOVE 8 TO CODE_RETOUR
			END-IF
		END-IF.

	RETENIR_ETAPE.
		*> Sans code retour admis indique, seul 0 laisse passer.
		IF NB_ETAPES IS EQUAL TO 20 THEN
			SET CONTROLE_SATURE TO TRUE
		ELSE
			ADD 1 TO NB_ETAPES
			MOVE ECH_ETAPE TO ET_NOM(NB_ETAPES)
			MOVE ECH_COMMANDE TO ET_COMMANDE(NB_ETAPES)
			MOVE ZERO TO SW_CODE_ADMIS
			PERFORM VARYING IDX_CODE FROM 1 BY 1 UNTIL IDX_CODE > 4
				IF ECH_CODE(IDX_CODE) IS NUMERIC THEN
					MOVE ECH_CODE(IDX_CODE) TO ET_ADMIS(NB_ETAPES, IDX_CODE)
					SET CODE_ADMIS TO TRUE
				ELSE
					MOVE SPACES TO ET_ADMIS(NB_ETAPES, IDX_CODE)
				END-IF
			END-PERFORM
			IF NOT CODE_ADMIS THEN
				MOVE "00" TO ET_ADMIS(NB_ETAPES, 1)
			END-IF
			MOVE ZERO TO ET_CODE_RETOUR(NB_ETAPES)
			MOVE ZERO TO ET_DUREE(NB_ETAPES)
			MOVE SPACES TO ET_DATE(NB_ETAPES)
			MOVE "A PASSER" TO ET_ETAT(NB_ETAPES)
			IF ET_COMMANDE(NB_ETAPES) IS EQUAL TO SPACES THEN
				DISPLAY "Etape " ET_NOM(NB_ETAPES) " sans commande dans CHAINE.CFG, chaine non lancee."
				MOVE 8 TO CODE_RETOUR
			END-IF
		END-IF.

	VERIFIER_PARAMETRES.
		*> Sans BATCH.PRM les batches passent en conduite interactive
		*> et attendraient une reponse que personne ne donnera la nuit.
		OPEN INPUT PARAM-FILE.
		IF FS_PARAM IS EQUAL TO "00" THEN
			CLOSE PARAM-FILE
		ELSE
			DISPLAY "BATCH.PRM absent : les batches attendraient une saisie, chaine non lancee."
			MOVE 8 TO CODE_RETOUR
		END-IF.

	CHARGER_REPRISE.
		*> Les etapes deja passees lors d'un passage interrompu ne sont
		*> pas relancees : la chaine reprend a la premiere etape qui
		*> n'y figure pas, c'est-a-dire a l'etape en echec.
		OPEN INPUT REPRISE-FILE.
		IF FS_REPRISE IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_REPRISE IS EQUAL TO "10"
				READ REPRISE-FILE
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						PERFORM POINTER_ETAPE_REPRISE
				END-READ
			END-PERFORM
			CLOSE REPRISE-FILE
		END-IF.
		IF NB_REPRISES IS GREATER THAN ZERO THEN
			DISPLAY "Reprise de la chaine : " NB_REPRISES " etape(s) deja passee(s) ne sont pas relancees."
		END-IF.

	POINTER_ETAPE_REPRISE.
		MOVE ZERO TO SW_ETAPE_TROUVEE.
		PERFORM VARYING IDX_ETP FROM 1 BY 1 UNTIL IDX_ETP > NB_ETAPES OR ETAPE_TROUVEE
			IF ET_NOM(IDX_ETP) IS EQUAL TO ECK_ETAPE
				AND ET_ETAT(IDX_ETP) IS EQUAL TO "A PASSER" THEN
				SET ETAPE_TROUVEE TO TRUE
				MOVE ECK_CODE_RETOUR TO ET_CODE_RETOUR(IDX_ETP)
				MOVE ECK_DUREE TO ET_DUREE(IDX_ETP)
				MOVE ECK_DATE TO ET_DATE(IDX_ETP)
				MOVE "REPRISE" TO ET_ETAT(IDX_ETP)
				ADD 1 TO NB_REPRISES
				ADD ECK_DUREE TO DUREE_TOTALE
				IF ECK_CODE_RETOUR IS GREATER THAN ZERO AND CODE_RETOUR IS LESS THAN 4 THEN
					MOVE 4 TO CODE_RETOUR
				END-IF
				IF ECK_ETAPE IS EQUAL TO "VERIF" AND ECK_CODE_RETOUR IS EQUAL TO ZERO THEN
					SET VERIF_PROPRE TO TRUE
				END-IF
			END-IF
		END-PERFORM.

	EXECUTER_CHAINE.
		PERFORM VARYING IDX_ETP FROM 1 BY 1 UNTIL IDX_ETP > NB_ETAPES
			IF ET_ETAT(IDX_ETP) IS EQUAL TO "A PASSER" THEN
				IF CHAINE_ARRETEE THEN
					MOVE "NON LANCEE" TO ET_ETAT(IDX_ETP)
				ELSE
					IF ET_NOM(IDX_ETP) IS EQUAL TO "PURGE" AND NOT VERIF_PROPRE THEN
						PERFORM BLOQUER_PURGE
					ELSE
						PERFORM EXECUTER_ETAPE
					END-IF
				END-IF
			END-IF
		END-PERFORM.
		*> Chaine allee a son terme : le point de reprise est vide, le
		*> prochain passage repartira de la premiere etape.
		IF CHAINE_EN_COURS THEN
			OPEN OUTPUT REPRISE-FILE
			CLOSE REPRISE-FILE
		END-IF.

	BLOQUER_PURGE.
		*> Une purge apres des anomalies effacerait les archives qui
		*> permettent de les comprendre : elle n'est pas lancee, et la
		*> chaine ne la reprendra pas, il faudra la relancer en entier
		*> une fois les anomalies corrigees.
		MOVE "BLOQUEE" TO ET_ETAT(IDX_ETP).
		MOVE DATE_DU_JOUR TO ET_DATE(IDX_ETP).
		DISPLAY "Etape " ET_NOM(IDX_ETP) " non lancee : la verification n'est pas propre.".
		IF CODE_RETOUR IS LESS THAN 4 THEN
			MOVE 4 TO CODE_RETOUR
		END-IF.

	EXECUTER_ETAPE.
		DISPLAY " ".
		DISPLAY "===== Etape " ET_NOM(IDX_ETP) " : " ET_COMMANDE(IDX_ETP).
		MOVE ET_COMMANDE(IDX_ETP) TO COMMANDE_ETAPE.
		ACCEPT HEURE_DEBUT_ETAPE FROM TIME.
		CALL "SYSTEM" USING COMMANDE_ETAPE.
		MOVE RETURN-CODE TO STATUT_SYSTEME.
		MOVE ZERO TO RETURN-CODE.
		ACCEPT HEURE_FIN_ETAPE FROM TIME.
		*> Le code retour du batch est l'octet haut du statut ; un
		*> processus interrompu sans code retour est note 999, en
		*> echec (aucun code admis n'a trois chiffres).
		IF STATUT_SYSTEME IS LESS THAN ZERO THEN
			MOVE 999 TO CODE_ETAPE
		ELSE
			DIVIDE STATUT_SYSTEME BY 256 GIVING CODE_ETAPE REMAINDER STATUT_RESTE
			IF STATUT_RESTE IS NOT EQUAL TO ZERO THEN
				MOVE 999 TO CODE_ETAPE
			END-IF
		END-IF.
		COMPUTE SECONDES_DEBUT = HDE_HEURES * 3600 + HDE_MINUTES * 60 + HDE_SECONDES.
		COMPUTE SECONDES_FIN = HFE_HEURES * 3600 + HFE_MINUTES * 60 + HFE_SECONDES.
		COMPUTE DUREE_ETAPE = SECONDES_FIN - SECONDES_DEBUT.
		IF DUREE_ETAPE IS LESS THAN ZERO THEN
			ADD 86400 TO DUREE_ETAPE
		END-IF.
		MOVE CODE_ETAPE TO ET_CODE_RETOUR(IDX_ETP).
		MOVE DUREE_ETAPE TO ET_DUREE(IDX_ETP).
		MOVE DATE_DU_JOUR TO ET_DATE(IDX_ETP).
		ADD DUREE_ETAPE TO DUREE_TOTALE.
		MOVE ZERO TO SW_CODE_ADMIS.
		PERFORM VARYING IDX_CODE FROM 1 BY 1 UNTIL IDX_CODE > 4
			IF ET_ADMIS(IDX_ETP, IDX_CODE) IS NUMERIC THEN
				MOVE ET_ADMIS(IDX_ETP, IDX_CODE) TO CODE_ADMIS_LU
				IF CODE_ADMIS_LU IS EQUAL TO CODE_ETAPE THEN
					SET CODE_ADMIS TO TRUE
				END-IF
			END-IF
		END-PERFORM.
		IF CODE_ADMIS THEN
			MOVE "PASSEE" TO ET_ETAT(IDX_ETP)
			IF CODE_ETAPE IS GREATER THAN ZERO AND CODE_RETOUR IS LESS THAN 4 THEN
				MOVE 4 TO CODE_RETOUR
			END-IF
			IF ET_NOM(IDX_ETP) IS EQUAL TO "VERIF" THEN
				IF CODE_ETAPE IS EQUAL TO ZERO THEN
					SET VERIF_PROPRE TO TRUE
				ELSE
					MOVE ZERO TO SW_VERIF
				END-IF
			END-IF
			PERFORM NOTER_ETAPE_PASSEE
			DISPLAY "Etape " ET_NOM(IDX_ETP) " passee, code retour " CODE_ETAPE "."
		ELSE
			MOVE "ECHEC" TO ET_ETAT(IDX_ETP)
			MOVE 8 TO CODE_RETOUR
			SET CHAINE_ARRETEE TO TRUE
			DISPLAY "Etape " ET_NOM(IDX_ETP) " en echec, code retour " CODE_ETAPE " : chaine arretee."
		END-IF.

	NOTER_ETAPE_PASSEE.
		*> Le point de reprise est complete des la fin de l'etape : un
		*> arret brutal de la suite ne la fera pas relancer.
		OPEN EXTEND REPRISE-FILE.
		IF FS_REPRISE IS EQUAL TO "35" THEN
			OPEN OUTPUT REPRISE-FILE
		END-IF.
		IF FS_REPRISE IS EQUAL TO "00" THEN
			MOVE ET_NOM(IDX_ETP) TO ECK_ETAPE
			MOVE CODE_ETAPE TO ECK_CODE_RETOUR
			MOVE ET_DUREE(IDX_ETP) TO ECK_DUREE
			MOVE DATE_DU_JOUR TO ECK_DATE
			MOVE HEURE_FIN_ETAPE(1:6) TO ECK_HEURE
			WRITE ENR_REPRISE
			CLOSE REPRISE-FILE
		ELSE
			DISPLAY "CHAINE.CKP inutilisable (statut " FS_REPRISE "), etape non notee pour la reprise."
		END-IF.

	EDITER_RESUME.
		PERFORM OUVRIR_RAPPORT.
		MOVE "  NO  ETAPE       COMMANDE                                  ETAT        CODE   DUREE            DATE" TO ENTETE_COLONNES.
		DISPLAY " ".
		DISPLAY "===== Resume de la chaine de nuit =====".
		PERFORM VARYING IDX_ETP FROM 1 BY 1 UNTIL IDX_ETP > NB_ETAPES
			PERFORM EDITER_LIGNE_ETAPE
		END-PERFORM.
		MOVE SPACES TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.
		MOVE NB_ETAPES TO LTO_ETAPES.
		DIVIDE DUREE_TOTALE BY 60 GIVING DUREE_MINUTES REMAINDER DUREE_SECONDES.
		MOVE DUREE_MINUTES TO LTO_MINUTES.
		MOVE DUREE_SECONDES TO LTO_SECONDES.
		DISPLAY LIG_TOTAUX.
		MOVE LIG_TOTAUX TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.
		IF CHAINE_ARRETEE THEN
			MOVE "Chaine arretee : le prochain passage reprendra a l'etape en echec (CHAINE.CKP)." TO LIGNE_EDITION
		ELSE
			MOVE "Chaine allee a son terme : le prochain passage repartira de la premiere etape." TO LIGNE_EDITION
		END-IF.
		DISPLAY LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.
		PERFORM CLORE_RAPPORT.

	EDITER_LIGNE_ETAPE.
		*> Une etape qui n'a pas tourne n'a ni code ni duree.
		MOVE IDX_ETP TO LET_RANG.
		MOVE ET_NOM(IDX_ETP) TO LET_NOM.
		MOVE ET_COMMANDE(IDX_ETP) TO LET_COMMANDE.
		MOVE ET_ETAT(IDX_ETP) TO LET_ETAT.
		IF ET_ETAT(IDX_ETP) IS EQUAL TO "PASSEE" OR ET_ETAT(IDX_ETP) IS EQUAL TO "REPRISE"
			OR ET_ETAT(IDX_ETP) IS EQUAL TO "ECHEC" THEN
			MOVE ET_CODE_RETOUR(IDX_ETP) TO LET_CODE
			DIVIDE ET_DUREE(IDX_ETP) BY 60 GIVING DUREE_MINUTES REMAINDER DUREE_SECONDES
			MOVE DUREE_MINUTES TO LET_MINUTES
			MOVE " mn " TO LET_SEP_MN
			MOVE DUREE_SECONDES TO LET_SECONDES
			MOVE " s" TO LET_SEP_S
		ELSE
			MOVE SPACES TO LET_CODE
			MOVE SPACES TO LET_DUREE
		END-IF.
		IF ET_DATE(IDX_ETP) IS EQUAL TO SPACES THEN
			MOVE SPACES TO LET_DATE
		ELSE
			STRING ET_DATE(IDX_ETP)(7:2) "/" ET_DATE(IDX_ETP)(5:2) "/" ET_DATE(IDX_ETP)(1:4)
				DELIMITED BY SIZE INTO LET_DATE
		END-IF.
		DISPLAY LIG_ETAPE.
		MOVE LIG_ETAPE TO LIGNE_EDITION.
		PERFORM ECRIRE_LIGNE_RAPPORT.

	OUVRIR_RAPPORT.
		*> Le resume est recree a chaque passage : c'est la photographie
		*> de la nuit, pas un cumul.
		OPEN OUTPUT RAPPORT-FILE.
		IF FS_RAPPORT IS NOT EQUAL TO "00" THEN
			DISPLAY "CHAINE.RPT inutilisable (statut " FS_RAPPORT "), edition ecran seule."
		END-IF.
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
		IF FS_RAPPORT IS EQUAL TO "00" THEN
			CLOSE RAPPORT-FILE
			DISPLAY " "
			DISPLAY "Resume imprimable ecrit dans CHAINE.RPT."
		END-IF.

	TERMINER_EXECUTION.
		*> Fin unique du pilote : trace du passage dans EXECLOG.DAT puis
		*> code retour pour l'ordonnanceur (0 = propre, 4 = ecarts,
		*> 8 = chaine arretee ou non lancee).
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
			MOVE "Touche-Chaine" TO EXL_PROGRAMME
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
