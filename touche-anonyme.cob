IDENTIFICATION DIVISION.
	PROGRAM-ID. Touche-Anonyme.
	DATE-WRITTEN. 15/10/2026.
	AUTHOR. Hippolyte Damay--Glorieux.
	REMARKS. "Utilitaire du secretariat pour un membre parti : son nom est remplace par un pseudonyme stable (ANCIEN-nnnn) dans HISTORIQUE, ARCHJRN, ARCHREP, CALENDRIER, COUPE, CORRECTIONS et TROPHEES, ses fiches retirees de JOUEURS et MEMBRES, en un passage precede des sauvegardes cataloguees dans SAUVEGARDES.DAT ; refuse s'il joue encore (PARTIES, CHECKPOINT, COUPE). Correspondance dans ANONYMES.DAT, consultable ici sous le code du secretariat. EXECLOG.DAT, code retour 0/8".
ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		*>--------------------------------------------------------------
		*>	Code du secretariat : depose au premier passage, demande a
		*>	chaque passage suivant avant toute operation
		*>--------------------------------------------------------------
		SELECT SECRETARIAT-FILE ASSIGN TO "SECRETARIAT.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SECRETARIAT.
		*>--------------------------------------------------------------
		*>	Correspondance pseudonyme / nom reel, une ligne par membre
		*>	anonymise ; seul ce programme la relit
		*>--------------------------------------------------------------
		SELECT CORRESPONDANCE-FILE ASSIGN TO "ANONYMES.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_CORRESPONDANCE.
		*>--------------------------------------------------------------
		*>	Fichiers sequentiels ou le nom figure, reecrits en les
		*>	recopiant via un fichier de travail temporaire
		*>--------------------------------------------------------------
		SELECT HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_HISTORIQUE.
		SELECT TRAVAIL-HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.TMP"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_TRAV_HIS.
		SELECT ARCHIVE-JOURNAL-FILE ASSIGN TO "ARCHJRN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_ARCHJRN.
		SELECT TRAVAIL-JOURNAL-FILE ASSIGN TO "ARCHJRN.TMP"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_TRAV_JRN.
		SELECT ARCHIVE-REPLAY-FILE ASSIGN TO "ARCHREP.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_ARCHREP.
		SELECT TRAVAIL-REPLAY-FILE ASSIGN TO "ARCHREP.TMP"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_TRAV_REP.
		SELECT CALENDRIER-FILE ASSIGN TO "CALENDRIER.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_CALENDRIER.
		SELECT TRAVAIL-CALENDRIER-FILE ASSIGN TO "CALENDRIER.TMP"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_TRAV_CAL.
		SELECT CORRECTIONS-FILE ASSIGN TO "CORRECTIONS.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_CORRECTIONS.
		SELECT TRAVAIL-CORRECTIONS-FILE ASSIGN TO "CORRECTIONS.TMP"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_TRAV_COR.
		SELECT COUPE-FILE ASSIGN TO "COUPE.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_COUPE.
		SELECT TRAVAIL-COUPE-FILE ASSIGN TO "COUPE.TMP"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_TRAV_CUP.
		*>--------------------------------------------------------------
		*>	Fichiers indexes : le compte du membre parti est retire du
		*>	maitre, ses trophees passent sous le pseudonyme
		*>--------------------------------------------------------------
		SELECT JOUEURS-FILE ASSIGN TO "JOUEURS.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EJ_NOM
			FILE STATUS IS FS_JOUEURS.
		SELECT TROPHEES-FILE ASSIGN TO "TROPHEES.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ETR_CLE
			FILE STATUS IS FS_TROPHEES.
		SELECT MEMBRES-FILE ASSIGN TO "MEMBRES.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EM_NOM
			FILE STATUS IS FS_MEMBRES.
		*>--------------------------------------------------------------
		*>	Parties en cours, lues seulement : un membre encore engage
		*>	dans une partie par correspondance, une partie sur place
		*>	suspendue ou une rencontre de coupe non jouee ne
		*>	s'anonymise pas
		*>--------------------------------------------------------------
		SELECT PARTIES-FILE ASSIGN TO "PARTIES.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EPC_NUMERO
			FILE STATUS IS FS_PARTIES.
		SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPOINT.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_CHECKPOINT.
		*>--------------------------------------------------------------
		*>	Generations de sauvegarde de chaque fichier touche, roulees
		*>	avant toute reecriture : .SV1 la plus recente, .SV3 la plus
		*>	ancienne, cataloguees dans SAUVEGARDES.DAT pour que
		*>	Touche-Restaure les liste avec leur date et leur volume
		*>--------------------------------------------------------------
		SELECT SV1-HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.SV1"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV1_HIS.
		SELECT SV2-HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.SV2"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV2_HIS.
		SELECT SV3-HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.SV3"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV3_HIS.
		SELECT SV1-JOURNAL-FILE ASSIGN TO "ARCHJRN.SV1"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV1_JRN.
		SELECT SV2-JOURNAL-FILE ASSIGN TO "ARCHJRN.SV2"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV2_JRN.
		SELECT SV3-JOURNAL-FILE ASSIGN TO "ARCHJRN.SV3"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV3_JRN.
		SELECT SV1-REPLAY-FILE ASSIGN TO "ARCHREP.SV1"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV1_REP.
		SELECT SV2-REPLAY-FILE ASSIGN TO "ARCHREP.SV2"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV2_REP.
		SELECT SV3-REPLAY-FILE ASSIGN TO "ARCHREP.SV3"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV3_REP.
		SELECT SV1-CALENDRIER-FILE ASSIGN TO "CALENDRIER.SV1"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV1_CAL.
		SELECT SV2-CALENDRIER-FILE ASSIGN TO "CALENDRIER.SV2"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV2_CAL.
		SELECT SV3-CALENDRIER-FILE ASSIGN TO "CALENDRIER.SV3"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV3_CAL.
		SELECT SV1-CORRECTIONS-FILE ASSIGN TO "CORRECTIONS.SV1"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV1_COR.
		SELECT SV2-CORRECTIONS-FILE ASSIGN TO "CORRECTIONS.SV2"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV2_COR.
		SELECT SV3-CORRECTIONS-FILE ASSIGN TO "CORRECTIONS.SV3"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV3_COR.
		SELECT SV1-JOUEURS-FILE ASSIGN TO "JOUEURS.SV1"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV1_JOU.
		SELECT SV2-JOUEURS-FILE ASSIGN TO "JOUEURS.SV2"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV2_JOU.
		SELECT SV3-JOUEURS-FILE ASSIGN TO "JOUEURS.SV3"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV3_JOU.
		SELECT SV1-TROPHEES-FILE ASSIGN TO "TROPHEES.SV1"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV1_TRO.
		SELECT SV2-TROPHEES-FILE ASSIGN TO "TROPHEES.SV2"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV2_TRO.
		SELECT SV3-TROPHEES-FILE ASSIGN TO "TROPHEES.SV3"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV3_TRO.
		SELECT SV1-MEMBRES-FILE ASSIGN TO "MEMBRES.SV1"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV1_MEM.
		SELECT SV2-MEMBRES-FILE ASSIGN TO "MEMBRES.SV2"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV2_MEM.
		SELECT SV3-MEMBRES-FILE ASSIGN TO "MEMBRES.SV3"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV3_MEM.
		SELECT SV1-COUPE-FILE ASSIGN TO "COUPE.SV1"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV1_CUP.
		SELECT SV2-COUPE-FILE ASSIGN TO "COUPE.SV2"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV2_CUP.
		SELECT SV3-COUPE-FILE ASSIGN TO "COUPE.SV3"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV3_CUP.
		SELECT CATALOGUE-FILE ASSIGN TO "SAUVEGARDES.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_CATALOGUE.
		*>--------------------------------------------------------------
		*>	Journal de passage des batches : une ligne ajoutee par
		*>	execution (programme, date, heure, volumes, issue)
		*>--------------------------------------------------------------
		SELECT EXECLOG-FILE ASSIGN TO "EXECLOG.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_EXECLOG.
DATA DIVISION.
	FILE SECTION.
	FD	SECRETARIAT-FILE.
	01	ENR_SECRETARIAT.
		05	ESE_CODE		PIC X(8).
	FD	CORRESPONDANCE-FILE.
	01	ENR_CORRESPONDANCE.
		05	ECA_PSEUDONYME.
			10	ECA_PREFIXE		PIC X(7).
			10	ECA_NUMERO		PIC 9(04).
			10	FILLER			PIC X(9).
		05	ECA_NOM			PIC X(20).
		05	ECA_DATE		PIC X(8).
	FD	HISTORIQUE-FILE.
	01	ENR_HISTORIQUE.
		05	EH_DATE			PIC X(8).
		05	EH_MODE_JOUEURS		PIC 9.
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
	FD	TRAVAIL-HISTORIQUE-FILE.
	01	ENR_TRAV_HISTORIQUE	PIC X(137).
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
	FD	TRAVAIL-JOURNAL-FILE.
	01	ENR_TRAV_JOURNAL	PIC X(94).
	FD	ARCHIVE-REPLAY-FILE.
	01	ENR_ARCH_REPLAY.
		05	EAR_TYPE		PIC X.
			88	EAR_TYPE_ENTETE			VALUE "E".
			88	EAR_TYPE_IMAGE			VALUE "T".
		05	EAR_MATCH		PIC 9(05).
		05	EAR_IMAGE.
			10	EAR_MANCHE		PIC 99.
			10	EAR_NOM			PIC X(20).
			10	EAR_X			PIC 99.
			10	EAR_Y			PIC 99.
			10	EAR_RESULTAT		PIC X(7).
			10	EAR_GRILLE		PIC X(450).
		05	EAR_ENTETE	REDEFINES EAR_IMAGE.
			10	EAR_DATE		PIC X(8).
			10	EAR_NOM_J1		PIC X(20).
			10	EAR_NOM_J2		PIC X(20).
			10	EAR_NOM_J3		PIC X(20).
			10	EAR_NOM_J4		PIC X(20).
			10	FILLER			PIC X(395).
	FD	TRAVAIL-REPLAY-FILE.
	01	ENR_TRAV_REPLAY		PIC X(489).
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
	01	ENR_TRAV_CALENDRIER	PIC X(73).
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
	FD	TRAVAIL-CORRECTIONS-FILE.
	01	ENR_TRAV_CORRECTION	PIC X(170).
	FD	JOUEURS-FILE.
	01	ENR_JOUEUR.
		05	EJ_NOM			PIC X(20).
		05	EJ_VICTOIRES		PIC 9(05).
		05	EJ_DEFAITES		PIC 9(05).
		05	EJ_CLASSEMENT		PIC 9(04).
	FD	TROPHEES-FILE.
	01	ENR_TROPHEE.
		05	ETR_CLE.
			10	ETR_NOM			PIC X(20).
			10	ETR_CODE		PIC X(4).
		05	ETR_DATE		PIC X(8).
		05	ETR_MATCH		PIC 9(05).
	FD	MEMBRES-FILE.
	01	ENR_MEMBRE.
		05	EM_NOM			PIC X(20).
		05	EM_TYPE			PIC X.
		05	EM_DATE_ADHESION	PIC X(8).
		05	EM_PAYE_JUSQU_AU	PIC X(8).
		05	EM_CONTACT		PIC X(40).
	*> Seuls le numero et les noms servent ici ; plateaux, tirs et
	*> chronometrage restent en FILLER.
	FD	PARTIES-FILE.
	01	ENR_PARTIE_CORRESP.
		05	EPC_NUMERO		PIC 9(05).
		05	EPC_DATE_CREATION	PIC X(8).
		05	EPC_DATE_DERNIER_COUP	PIC X(8).
		05	EPC_NOM_J1		PIC X(20).
		05	EPC_NOM_J2		PIC X(20).
		05	EPC_NOM_J3		PIC X(20).
		05	EPC_NOM_J4		PIC X(20).
		05	FILLER			PIC X(1121).
	FD	COUPE-FILE.
	01	ENR_COUPE.
		05	ECU_TOUR		PIC 99.
		05	ECU_RENCONTRE		PIC 99.
		05	ECU_TETE_A		PIC 999.
		05	ECU_NOM_A		PIC X(20).
		05	ECU_TETE_B		PIC 999.
		05	ECU_NOM_B		PIC X(20).
		05	ECU_ETAT		PIC X.
			88	ECU_JOUEE			VALUE "J".
			88	ECU_EXEMPT			VALUE "E".
		05	ECU_DATE_JOUEE		PIC X(8).
		05	ECU_NOM_GAGNANT		PIC X(20).
	FD	TRAVAIL-COUPE-FILE.
	01	ENR_TRAV_COUPE		PIC X(79).
	FD	CHECKPOINT-FILE.
	01	ENR_CHECKPOINT.
		05	ECP_NOM_J1		PIC X(20).
		05	ECP_NOM_J2		PIC X(20).
		05	ECP_NOM_J3		PIC X(20).
		05	ECP_NOM_J4		PIC X(20).
		05	ECP_JOUEUR_ACTUEL	PIC 9.
		05	ECP_NB_TOUCHE		PIC 99.
		05	ECP_FLO_J1		PIC X(450).
		05	ECP_FLO_J2		PIC X(450).
		05	ECP_TAILLE_PLATEAU	PIC 99.
		05	ECP_MODE_JOUEURS	PIC 9.
		05	ECP_NB_CASES_FLOTTE	PIC 99.
		05	ECP_NB_MANCHES		PIC 99.
		05	ECP_MANCHE_ACTUELLE	PIC 99.
		05	ECP_NB_CLT		PIC 99.
		05	ECP_CLASSEMENT		OCCURS 20 TIMES.
			10	ECP_CLT_NOM		PIC X(20).
			10	ECP_CLT_VICTOIRES	PIC 99.
		05	ECP_NB_BATEAUX_J1	PIC 99.
		05	ECP_NB_BATEAUX_J2	PIC 99.
		05	ECP_BATEAUX_J1		OCCURS 10 TIMES.
			10	ECP_BJ1_TAILLE		PIC 9.
			10	ECP_BJ1_X		PIC 99.
			10	ECP_BJ1_Y		PIC 99.
			10	ECP_BJ1_ORIENT		PIC X.
			10	ECP_BJ1_COULE		PIC 9.
			10	ECP_BJ1_TOUR_COULE	PIC 99.
		05	ECP_BATEAUX_J2		OCCURS 10 TIMES.
			10	ECP_BJ2_TAILLE		PIC 9.
			10	ECP_BJ2_X		PIC 99.
			10	ECP_BJ2_Y		PIC 99.
			10	ECP_BJ2_ORIENT		PIC X.
			10	ECP_BJ2_COULE		PIC 9.
			10	ECP_BJ2_TOUR_COULE	PIC 99.
		05	ECP_TIRS_J1		PIC 999.
		05	ECP_TOUCHES_J1		PIC 99.
		05	ECP_TIRS_J2		PIC 999.
		05	ECP_TOUCHES_J2		PIC 99.
		05	ECP_NUM_TOUR		PIC 99.
		05	ECP_SW_SALVE		PIC 9.
		05	ECP_SW_SEMIS		PIC 9.
		05	ECP_NB_SEMIS		PIC 99.
		05	ECP_SEMIS		OCCURS 20 TIMES.
			10	ECP_SEM_NOM		PIC X(20).
			10	ECP_SEM_CLASSEMENT	PIC 9(04).
		05	ECP_DATE_DEBUT		PIC X(8).
		05	ECP_HEURE_DEBUT		PIC X(6).
		05	ECP_DELAIS_J1		PIC 9.
		05	ECP_DELAIS_J2		PIC 9.
	FD	SV1-HISTORIQUE-FILE.
	01	ENR_SV1_HISTORIQUE	PIC X(137).
	FD	SV2-HISTORIQUE-FILE.
	01	ENR_SV2_HISTORIQUE	PIC X(137).
	FD	SV3-HISTORIQUE-FILE.
	01	ENR_SV3_HISTORIQUE	PIC X(137).
	FD	SV1-JOURNAL-FILE.
	01	ENR_SV1_JOURNAL		PIC X(94).
	FD	SV2-JOURNAL-FILE.
	01	ENR_SV2_JOURNAL		PIC X(94).
	FD	SV3-JOURNAL-FILE.
	01	ENR_SV3_JOURNAL		PIC X(94).
	FD	SV1-REPLAY-FILE.
	01	ENR_SV1_REPLAY		PIC X(489).
	FD	SV2-REPLAY-FILE.
	01	ENR_SV2_REPLAY		PIC X(489).
	FD	SV3-REPLAY-FILE.
	01	ENR_SV3_REPLAY		PIC X(489).
	FD	SV1-CALENDRIER-FILE.
	01	ENR_SV1_CALENDRIER	PIC X(73).
	FD	SV2-CALENDRIER-FILE.
	01	ENR_SV2_CALENDRIER	PIC X(73).
	FD	SV3-CALENDRIER-FILE.
	01	ENR_SV3_CALENDRIER	PIC X(73).
	FD	SV1-CORRECTIONS-FILE.
	01	ENR_SV1_CORRECTION	PIC X(170).
	FD	SV2-CORRECTIONS-FILE.
	01	ENR_SV2_CORRECTION	PIC X(170).
	FD	SV3-CORRECTIONS-FILE.
	01	ENR_SV3_CORRECTION	PIC X(170).
	FD	SV1-JOUEURS-FILE.
	01	ENR_SV1_JOUEURS		PIC X(34).
	FD	SV2-JOUEURS-FILE.
	01	ENR_SV2_JOUEURS		PIC X(34).
	FD	SV3-JOUEURS-FILE.
	01	ENR_SV3_JOUEURS		PIC X(34).
	FD	SV1-TROPHEES-FILE.
	01	ENR_SV1_TROPHEES	PIC X(37).
	FD	SV2-TROPHEES-FILE.
	01	ENR_SV2_TROPHEES	PIC X(37).
	FD	SV3-TROPHEES-FILE.
	01	ENR_SV3_TROPHEES	PIC X(37).
	FD	SV1-MEMBRES-FILE.
	01	ENR_SV1_MEMBRES		PIC X(77).
	FD	SV2-MEMBRES-FILE.
	01	ENR_SV2_MEMBRES		PIC X(77).
	FD	SV3-MEMBRES-FILE.
	01	ENR_SV3_MEMBRES		PIC X(77).
	FD	SV1-COUPE-FILE.
	01	ENR_SV1_COUPE		PIC X(79).
	FD	SV2-COUPE-FILE.
	01	ENR_SV2_COUPE		PIC X(79).
	FD	SV3-COUPE-FILE.
	01	ENR_SV3_COUPE		PIC X(79).
	FD	CATALOGUE-FILE.
	01	ENR_SAUVEGARDE.
		05	SV_FICHIER		PIC X(12).
		05	SV_GENERATION		PIC 9.
		05	SV_DATE			PIC X(8).
		05	SV_HEURE		PIC X(6).
		05	SV_NB_ENREG		PIC 9(07).
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
		77	FS_TRAV_HIS				PIC XX.
		77	FS_ARCHJRN				PIC XX.
		77	FS_TRAV_JRN				PIC XX.
		77	FS_ARCHREP				PIC XX.
		77	FS_TRAV_REP				PIC XX.
		77	FS_CALENDRIER				PIC XX.
		77	FS_TRAV_CAL				PIC XX.
		77	FS_CORRECTIONS				PIC XX.
		77	FS_TRAV_COR				PIC XX.
		77	FS_JOUEURS				PIC XX.
		77	FS_TROPHEES				PIC XX.
		77	FS_MEMBRES				PIC XX.
		77	FS_PARTIES				PIC XX.
		77	FS_COUPE				PIC XX.
		77	FS_TRAV_CUP				PIC XX.
		77	FS_CHECKPOINT				PIC XX.
		*>--------------------------------------------------------------
		*>	Acces reserve au secretariat : le code saisi est compare a
		*>	celui depose dans SECRETARIAT.DAT ; faute de fichier, le
		*>	premier passage fait deposer le code (saisi deux fois)
		*>--------------------------------------------------------------
		77	FS_SECRETARIAT				PIC XX.
		77	CODE_SAISI				PIC X(8).
		77	CODE_CONFIRME				PIC X(8).
		77	SW_ACCES				PIC 9		VALUE 0.
			88	ACCES_ACCORDE				VALUE 1.
		77	CHOIX_OPERATION				PIC 9		VALUE 0.
		77	REPONSE_CONFIRMER			PIC X.
			88	ANONYMISATION_CONFIRMEE			VALUE "O" "o".
		*>--------------------------------------------------------------
		*>	Membre parti et son pseudonyme : un nom deja present dans
		*>	ANONYMES.DAT reprend le meme (une reprise apres incident
		*>	termine le travail sous le meme pseudonyme), sinon le numero
		*>	suit le plus grand deja attribue
		*>--------------------------------------------------------------
		77	FS_CORRESPONDANCE			PIC XX.
		77	NOM_PARTI				PIC X(20).
		01	PSEUDONYME.
			05	PSE_PREFIXE			PIC X(7)	VALUE "ANCIEN-".
			05	PSE_NUMERO			PIC 9(04)	VALUE 0.
			05	FILLER				PIC X(9)	VALUE SPACES.
		77	NUM_PSEUDONYME_MAX			PIC 9(04)	VALUE 0.
		77	SW_DEJA_ANONYME				PIC 9		VALUE 0.
			88	DEJA_ANONYME				VALUE 1.
		77	NB_PSEUDONYMES				PIC 9(04)	VALUE 0.
		*>--------------------------------------------------------------
		*>	Recensement prealable : manches de l'historique qui citent
		*>	le nom, et compte encore present au palmares
		*>--------------------------------------------------------------
		77	NB_TRACES				PIC 9(06)	VALUE 0.
		77	SW_AU_PALMARES				PIC 9		VALUE 0.
			88	AU_PALMARES				VALUE 1.
		77	SW_AU_REGISTRE				PIC 9		VALUE 0.
			88	AU_REGISTRE				VALUE 1.
		77	NB_PARTIES_EN_COURS			PIC 9(04)	VALUE 0.
		77	NB_RENCONTRES_EN_COURS			PIC 9(04)	VALUE 0.
		77	NB_PARTIE_SUSPENDUE			PIC 9		VALUE 0.
		77	IDX_CKP					PIC 99.
		*>--------------------------------------------------------------
		*>	Compteurs de remplacement : enregistrements modifies dans
		*>	le fichier en cours, et bascule par enregistrement
		*>--------------------------------------------------------------
		77	NB_MODIFIES				PIC 9(06)	VALUE 0.
		77	NB_TOTAL_MODIFIES			PIC 9(07)	VALUE 0.
		77	SW_ENR_MODIFIE				PIC 9		VALUE 0.
			88	ENR_MODIFIE				VALUE 1.
		*>--------------------------------------------------------------
		*>	Trophees du membre parti, releves avant d'etre reportes sous
		*>	le pseudonyme (la cle change, donc suppression + ecriture)
		*>--------------------------------------------------------------
		01	TROPHEES_PARTANT.
			05	TP_ENTREE			OCCURS 10 TIMES.
				10	TP_CODE			PIC X(4).
				10	TP_DATE			PIC X(8).
				10	TP_MATCH		PIC 9(05).
		77	NB_TP					PIC 99		VALUE 0.
		77	IDX_TP					PIC 99.
		*>--------------------------------------------------------------
		*>	Sauvegardes par generations avant reecriture : roulement
		*>	SV2 vers SV3 puis SV1 vers SV2 puis fichier vers SV1, et
		*>	catalogue tenu a jour (fichier, generation, date, volume).
		*>	Un nom trop long pour SV_FICHIER y figure sans son .DAT
		*>--------------------------------------------------------------
		77	FS_SV1_HIS				PIC XX.
		77	FS_SV2_HIS				PIC XX.
		77	FS_SV3_HIS				PIC XX.
		77	FS_SV1_JRN				PIC XX.
		77	FS_SV2_JRN				PIC XX.
		77	FS_SV3_JRN				PIC XX.
		77	FS_SV1_REP				PIC XX.
		77	FS_SV2_REP				PIC XX.
		77	FS_SV3_REP				PIC XX.
		77	FS_SV1_CAL				PIC XX.
		77	FS_SV2_CAL				PIC XX.
		77	FS_SV3_CAL				PIC XX.
		77	FS_SV1_COR				PIC XX.
		77	FS_SV2_COR				PIC XX.
		77	FS_SV3_COR				PIC XX.
		77	FS_SV1_JOU				PIC XX.
		77	FS_SV2_JOU				PIC XX.
		77	FS_SV3_JOU				PIC XX.
		77	FS_SV1_TRO				PIC XX.
		77	FS_SV2_TRO				PIC XX.
		77	FS_SV3_TRO				PIC XX.
		77	FS_SV1_MEM				PIC XX.
		77	FS_SV2_MEM				PIC XX.
		77	FS_SV3_MEM				PIC XX.
		77	FS_SV1_CUP				PIC XX.
		77	FS_SV2_CUP				PIC XX.
		77	FS_SV3_CUP				PIC XX.
		77	FS_CATALOGUE				PIC XX.
		77	NB_SAUVES				PIC 9(07).
		77	SAU_FICHIER				PIC X(12).
		01	CATALOGUE_TABLE.
			05	CAT_ENTREE			OCCURS 30 TIMES.
				10	CAT_FICHIER		PIC X(12).
				10	CAT_GENERATION		PIC 9.
				10	CAT_DATE		PIC X(8).
				10	CAT_HEURE		PIC X(6).
				10	CAT_NB_ENREG		PIC 9(07).
		77	NB_CAT					PIC 99		VALUE 0.
		77	IDX_CAT					PIC 99.
		*>--------------------------------------------------------------
		*>	Code retour (0 = propre, 8 = erreur) et ligne de passage
		*>	ajoutee a EXECLOG.DAT
		*>--------------------------------------------------------------
		77	FS_EXECLOG				PIC XX.
		77	CODE_RETOUR				PIC 9		VALUE 0.
		77	NB_LUS					PIC 9(07)	VALUE 0.
		77	NB_ECRITS				PIC 9(07)	VALUE 0.
		77	DATE_DU_JOUR				PIC X(8).
		77	HEURE_PASSAGE				PIC X(8).
PROCEDURE DIVISION.
	PERFORM CONTROLER_ACCES.
	IF NOT ACCES_ACCORDE THEN
		DISPLAY "Acces refuse : operation reservee au secretariat."
		MOVE 8 TO CODE_RETOUR
		PERFORM TERMINER_EXECUTION
	END-IF.
	DISPLAY "===== Membres partis =====".
	DISPLAY "  1 - Anonymiser un membre parti".
	DISPLAY "  2 - Consulter la correspondance des pseudonymes".
	DISPLAY "Choix (0 = abandon) ?".
	ACCEPT CHOIX_OPERATION.
	EVALUATE CHOIX_OPERATION
		WHEN 1
			PERFORM ANONYMISER_MEMBRE
		WHEN 2
			PERFORM CONSULTER_CORRESPONDANCE
		WHEN OTHER
			DISPLAY "Abandon."
	END-EVALUATE.
	PERFORM TERMINER_EXECUTION.

	CONTROLER_ACCES.
		*> La correspondance rend leur nom aux pseudonymes : elle ne se
		*> consulte, et l'anonymisation ne se lance, que sous le code du
		*> secretariat.
		OPEN INPUT SECRETARIAT-FILE.
		IF FS_SECRETARIAT IS EQUAL TO "00" THEN
			READ SECRETARIAT-FILE
				AT END MOVE SPACES TO ESE_CODE
			END-READ
			CLOSE SECRETARIAT-FILE
			DISPLAY "Code du secretariat ?"
			ACCEPT CODE_SAISI
			IF CODE_SAISI IS EQUAL TO ESE_CODE
				AND ESE_CODE IS NOT EQUAL TO SPACES THEN
				SET ACCES_ACCORDE TO TRUE
			END-IF
		ELSE
			DISPLAY "Aucun code du secretariat n'est encore depose."
			DISPLAY "Code a deposer (8 caracteres au plus) ?"
			ACCEPT CODE_SAISI
			DISPLAY "Saisir le code une seconde fois :"
			ACCEPT CODE_CONFIRME
			IF CODE_SAISI IS EQUAL TO CODE_CONFIRME
				AND CODE_SAISI IS NOT EQUAL TO SPACES THEN
				OPEN OUTPUT SECRETARIAT-FILE
				IF FS_SECRETARIAT IS EQUAL TO "00" THEN
					MOVE CODE_SAISI TO ESE_CODE
					WRITE ENR_SECRETARIAT
					CLOSE SECRETARIAT-FILE
					DISPLAY "Code depose dans SECRETARIAT.DAT."
					SET ACCES_ACCORDE TO TRUE
				END-IF
			ELSE
				DISPLAY "Les deux saisies different, aucun code depose."
			END-IF
		END-IF.

	CONSULTER_CORRESPONDANCE.
		MOVE ZERO TO NB_PSEUDONYMES.
		DISPLAY "===== Correspondance des pseudonymes =====".
		OPEN INPUT CORRESPONDANCE-FILE.
		IF FS_CORRESPONDANCE IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_CORRESPONDANCE IS EQUAL TO "10"
				READ CORRESPONDANCE-FILE
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						ADD 1 TO NB_PSEUDONYMES
						DISPLAY "  " ECA_PSEUDONYME " " ECA_NOM " anonymise le "
							ECA_DATE(7:2) "/" ECA_DATE(5:2) "/" ECA_DATE(1:4)
				END-READ
			END-PERFORM
			CLOSE CORRESPONDANCE-FILE
		END-IF.
		IF NB_PSEUDONYMES IS EQUAL TO ZERO THEN
			DISPLAY "Aucun membre anonymise a ce jour."
		END-IF.

	ANONYMISER_MEMBRE.
		*> Le nom est saisi tel qu'il figure au palmares. L'Ordinateur
		*> et un pseudonyme deja attribue ne s'anonymisent pas.
		DISPLAY "Nom du membre parti, tel qu'il figure au palmares ?".
		ACCEPT NOM_PARTI.
		EVALUATE TRUE
			WHEN NOM_PARTI IS EQUAL TO SPACES
				DISPLAY "Abandon."
			WHEN NOM_PARTI IS EQUAL TO "Ordinateur"
				DISPLAY "L'Ordinateur ne s'anonymise pas."
			WHEN NOM_PARTI(1:7) IS EQUAL TO PSE_PREFIXE
				DISPLAY "[" NOM_PARTI "] est deja un pseudonyme."
			WHEN OTHER
				PERFORM CHERCHER_PSEUDONYME
				PERFORM RECENSER_TRACES
				PERFORM RECENSER_COMPETITIONS
				PERFORM PROPOSER_ANONYMISATION
		END-EVALUATE.

	PROPOSER_ANONYMISATION.
		*> Un membre encore engage dans une partie par correspondance
		*> ou une rencontre de coupe a jouer garde son nom, comme le
		*> joueur d'une partie sur place suspendue : la partie ou le
		*> tableau le rechercheraient sous un nom disparu, et une reprise
		*> reecrirait le vrai nom a l'historique et au palmares. Le
		*> secretariat attend la fin de l'epreuve (ou l'abandon de la
		*> partie) avant de relancer.
		EVALUATE TRUE
			WHEN NB_PARTIES_EN_COURS IS NOT EQUAL TO ZERO
				OR NB_PARTIE_SUSPENDUE IS NOT EQUAL TO ZERO
				OR NB_RENCONTRES_EN_COURS IS NOT EQUAL TO ZERO
				DISPLAY "[" NOM_PARTI "] est encore engage : " NB_PARTIES_EN_COURS
					" partie(s) par correspondance, " NB_PARTIE_SUSPENDUE
					" partie suspendue, " NB_RENCONTRES_EN_COURS
					" rencontre(s) de coupe a jouer."
				DISPLAY "Anonymisation refusee tant que ces epreuves ne sont pas terminees."
				MOVE 8 TO CODE_RETOUR
			WHEN NB_TRACES IS EQUAL TO ZERO AND NOT AU_PALMARES
				AND NOT AU_REGISTRE AND NOT DEJA_ANONYME
				DISPLAY "Aucune trace de [" NOM_PARTI "] : rien a anonymiser."
			WHEN OTHER
				DISPLAY "[" NOM_PARTI "] : " NB_TRACES " manche(s) a l'historique."
				IF AU_PALMARES THEN
					DISPLAY "Son compte est encore dans JOUEURS.DAT et en sera retire."
				END-IF
				IF AU_REGISTRE THEN
					DISPLAY "Sa fiche d'adherent est encore dans MEMBRES.DAT et en sera retiree."
				END-IF
				IF DEJA_ANONYME THEN
					DISPLAY "Deja anonymise une premiere fois, le pseudonyme est repris."
				END-IF
				DISPLAY "Le nom sera remplace partout par [" PSEUDONYME "]."
				DISPLAY "Confirmer ? (O/N)"
				ACCEPT REPONSE_CONFIRMER
				IF ANONYMISATION_CONFIRMEE THEN
					PERFORM APPLIQUER_ANONYMISATION
				ELSE
					DISPLAY "Anonymisation abandonnee."
				END-IF
		END-EVALUATE.

	CHERCHER_PSEUDONYME.
		MOVE ZERO TO SW_DEJA_ANONYME.
		MOVE ZERO TO NUM_PSEUDONYME_MAX.
		OPEN INPUT CORRESPONDANCE-FILE.
		IF FS_CORRESPONDANCE IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_CORRESPONDANCE IS EQUAL TO "10"
				READ CORRESPONDANCE-FILE
					AT END CONTINUE
					NOT AT END
						IF ECA_NUMERO IS NUMERIC
							AND ECA_NUMERO IS GREATER THAN NUM_PSEUDONYME_MAX THEN
							MOVE ECA_NUMERO TO NUM_PSEUDONYME_MAX
						END-IF
						IF ECA_NOM IS EQUAL TO NOM_PARTI THEN
							SET DEJA_ANONYME TO TRUE
							MOVE ECA_PSEUDONYME TO PSEUDONYME
						END-IF
				END-READ
			END-PERFORM
			CLOSE CORRESPONDANCE-FILE
		END-IF.
		IF NOT DEJA_ANONYME THEN
			MOVE "ANCIEN-" TO PSE_PREFIXE
			COMPUTE PSE_NUMERO = NUM_PSEUDONYME_MAX + 1
		END-IF.

	RECENSER_TRACES.
		MOVE ZERO TO NB_TRACES.
		MOVE ZERO TO SW_AU_PALMARES.
		OPEN INPUT HISTORIQUE-FILE.
		IF FS_HISTORIQUE IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_HISTORIQUE IS EQUAL TO "10"
				READ HISTORIQUE-FILE
					AT END CONTINUE
					NOT AT END
						IF EH_NOM_J1 IS EQUAL TO NOM_PARTI
							OR EH_NOM_J2 IS EQUAL TO NOM_PARTI
							OR EH_NOM_J3 IS EQUAL TO NOM_PARTI
							OR EH_NOM_J4 IS EQUAL TO NOM_PARTI THEN
							ADD 1 TO NB_TRACES
						END-IF
				END-READ
			END-PERFORM
			CLOSE HISTORIQUE-FILE
		END-IF.
		OPEN INPUT JOUEURS-FILE.
		IF FS_JOUEURS IS EQUAL TO "00" THEN
			MOVE NOM_PARTI TO EJ_NOM
			READ JOUEURS-FILE
				INVALID KEY CONTINUE
				NOT INVALID KEY SET AU_PALMARES TO TRUE
			END-READ
			CLOSE JOUEURS-FILE
		END-IF.
		MOVE ZERO TO SW_AU_REGISTRE.
		OPEN INPUT MEMBRES-FILE.
		IF FS_MEMBRES IS EQUAL TO "00" THEN
			MOVE NOM_PARTI TO EM_NOM
			READ MEMBRES-FILE
				INVALID KEY CONTINUE
				NOT INVALID KEY SET AU_REGISTRE TO TRUE
			END-READ
			CLOSE MEMBRES-FILE
		END-IF.

	RECENSER_COMPETITIONS.
		*> PARTIES.DAT ne garde que les parties en cours (le jeu en
		*> retire une partie terminee) ; CHECKPOINT.DAT est vide sauf
		*> partie sur place suspendue ; dans COUPE.DAT, une rencontre
		*> ni jouee ni exemptee reste a disputer.
		MOVE ZERO TO NB_PARTIES_EN_COURS.
		MOVE ZERO TO NB_PARTIE_SUSPENDUE.
		MOVE ZERO TO NB_RENCONTRES_EN_COURS.
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
						ADD 1 TO NB_LUS
						IF EPC_NOM_J1 IS EQUAL TO NOM_PARTI
							OR EPC_NOM_J2 IS EQUAL TO NOM_PARTI
							OR EPC_NOM_J3 IS EQUAL TO NOM_PARTI
							OR EPC_NOM_J4 IS EQUAL TO NOM_PARTI THEN
							ADD 1 TO NB_PARTIES_EN_COURS
							DISPLAY "  Partie par correspondance " EPC_NUMERO " en cours."
						END-IF
				END-READ
			END-PERFORM
			CLOSE PARTIES-FILE
		END-IF.
		OPEN INPUT COUPE-FILE.
		IF FS_COUPE IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_COUPE IS EQUAL TO "10"
				READ COUPE-FILE
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						IF NOT ECU_JOUEE AND NOT ECU_EXEMPT
							AND (ECU_NOM_A IS EQUAL TO NOM_PARTI
								OR ECU_NOM_B IS EQUAL TO NOM_PARTI) THEN
							ADD 1 TO NB_RENCONTRES_EN_COURS
							DISPLAY "  Coupe, tour " ECU_TOUR " rencontre " ECU_RENCONTRE " a jouer."
						END-IF
				END-READ
			END-PERFORM
			CLOSE COUPE-FILE
		END-IF.
		OPEN INPUT CHECKPOINT-FILE.
		IF FS_CHECKPOINT IS EQUAL TO "00" THEN
			READ CHECKPOINT-FILE
				AT END CONTINUE
				NOT AT END
					ADD 1 TO NB_LUS
					PERFORM EXAMINER_CHECKPOINT
			END-READ
			CLOSE CHECKPOINT-FILE
		END-IF.

	EXAMINER_CHECKPOINT.
		*> Le point de reprise cite les joueurs de la manche, et pour
		*> une rencontre en plusieurs manches ou un tournoi, le
		*> classement et les engages semes qu'une reprise reecrirait.
		IF ECP_NOM_J1 IS EQUAL TO NOM_PARTI
			OR ECP_NOM_J2 IS EQUAL TO NOM_PARTI
			OR ECP_NOM_J3 IS EQUAL TO NOM_PARTI
			OR ECP_NOM_J4 IS EQUAL TO NOM_PARTI THEN
			MOVE 1 TO NB_PARTIE_SUSPENDUE
		END-IF.
		IF ECP_NB_CLT IS NUMERIC AND ECP_NB_CLT IS NOT GREATER THAN 20 THEN
			PERFORM VARYING IDX_CKP FROM 1 BY 1 UNTIL IDX_CKP > ECP_NB_CLT
				IF ECP_CLT_NOM(IDX_CKP) IS EQUAL TO NOM_PARTI THEN
					MOVE 1 TO NB_PARTIE_SUSPENDUE
				END-IF
			END-PERFORM
		END-IF.
		IF ECP_NB_SEMIS IS NUMERIC AND ECP_NB_SEMIS IS NOT GREATER THAN 20 THEN
			PERFORM VARYING IDX_CKP FROM 1 BY 1 UNTIL IDX_CKP > ECP_NB_SEMIS
				IF ECP_SEM_NOM(IDX_CKP) IS EQUAL TO NOM_PARTI THEN
					MOVE 1 TO NB_PARTIE_SUSPENDUE
				END-IF
			END-PERFORM
		END-IF.
		IF NB_PARTIE_SUSPENDUE IS NOT EQUAL TO ZERO THEN
			DISPLAY "  Partie sur place suspendue dans CHECKPOINT.DAT."
		END-IF.

	APPLIQUER_ANONYMISATION.
		*> Sauvegarde de tout ce qui va etre touche, puis la
		*> correspondance est inscrite avant le premier remplacement :
		*> si le passage s'interrompt, le relancer sur le meme nom
		*> reprend le meme pseudonyme et acheve le travail.
		PERFORM SAUVEGARDER_FICHIERS.
		IF NOT DEJA_ANONYME THEN
			PERFORM INSCRIRE_CORRESPONDANCE
		END-IF.
		IF CODE_RETOUR IS EQUAL TO ZERO THEN
			PERFORM ANONYMISER_HISTORIQUE
			PERFORM ANONYMISER_ARCHJRN
			PERFORM ANONYMISER_ARCHREP
			PERFORM ANONYMISER_CALENDRIER
			PERFORM ANONYMISER_COUPE
			PERFORM ANONYMISER_CORRECTIONS
			PERFORM ANONYMISER_TROPHEES
			PERFORM RETIRER_DU_PALMARES
			DISPLAY "Anonymisation terminee : [" NOM_PARTI "] devient [" PSEUDONYME "], "
				NB_TOTAL_MODIFIES " enregistrement(s) modifie(s)."
		END-IF.

	INSCRIRE_CORRESPONDANCE.
		ACCEPT DATE_DU_JOUR FROM DATE YYYYMMDD.
		OPEN EXTEND CORRESPONDANCE-FILE.
		IF FS_CORRESPONDANCE IS EQUAL TO "35" THEN
			OPEN OUTPUT CORRESPONDANCE-FILE
		END-IF.
		IF FS_CORRESPONDANCE IS EQUAL TO "00" THEN
			MOVE PSEUDONYME TO ECA_PSEUDONYME
			MOVE NOM_PARTI TO ECA_NOM
			MOVE DATE_DU_JOUR TO ECA_DATE
			WRITE ENR_CORRESPONDANCE
			CLOSE CORRESPONDANCE-FILE
		ELSE
			DISPLAY "ANONYMES.DAT inutilisable (statut " FS_CORRESPONDANCE "), rien n'a ete remplace."
			MOVE 8 TO CODE_RETOUR
		END-IF.

	SAUVEGARDER_FICHIERS.
		*> Chaque fichier present est copie en generation de sauvegarde
		*> avant d'etre touche ; un fichier absent n'est ni roule ni
		*> catalogue, sa generation 1 garderait sinon un contenu
		*> anterieur sous la date du jour.
		ACCEPT DATE_DU_JOUR FROM DATE YYYYMMDD.
		ACCEPT HEURE_PASSAGE FROM TIME.
		OPEN INPUT HISTORIQUE-FILE.
		IF FS_HISTORIQUE IS EQUAL TO "00" THEN
			CLOSE HISTORIQUE-FILE
			PERFORM SAUVEGARDER_HISTORIQUE
		END-IF.
		OPEN INPUT ARCHIVE-JOURNAL-FILE.
		IF FS_ARCHJRN IS EQUAL TO "00" THEN
			CLOSE ARCHIVE-JOURNAL-FILE
			PERFORM SAUVEGARDER_ARCHJRN
		END-IF.
		OPEN INPUT ARCHIVE-REPLAY-FILE.
		IF FS_ARCHREP IS EQUAL TO "00" THEN
			CLOSE ARCHIVE-REPLAY-FILE
			PERFORM SAUVEGARDER_ARCHREP
		END-IF.
		OPEN INPUT CALENDRIER-FILE.
		IF FS_CALENDRIER IS EQUAL TO "00" THEN
			CLOSE CALENDRIER-FILE
			PERFORM SAUVEGARDER_CALENDRIER
		END-IF.
		OPEN INPUT COUPE-FILE.
		IF FS_COUPE IS EQUAL TO "00" THEN
			CLOSE COUPE-FILE
			PERFORM SAUVEGARDER_COUPE
		END-IF.
		OPEN INPUT CORRECTIONS-FILE.
		IF FS_CORRECTIONS IS EQUAL TO "00" THEN
			CLOSE CORRECTIONS-FILE
			PERFORM SAUVEGARDER_CORRECTIONS
		END-IF.
		OPEN INPUT JOUEURS-FILE.
		IF FS_JOUEURS IS EQUAL TO "00" THEN
			CLOSE JOUEURS-FILE
			PERFORM SAUVEGARDER_JOUEURS
		END-IF.
		OPEN INPUT TROPHEES-FILE.
		IF FS_TROPHEES IS EQUAL TO "00" THEN
			CLOSE TROPHEES-FILE
			PERFORM SAUVEGARDER_TROPHEES
		END-IF.
		OPEN INPUT MEMBRES-FILE.
		IF FS_MEMBRES IS EQUAL TO "00" THEN
			CLOSE MEMBRES-FILE
			PERFORM SAUVEGARDER_MEMBRES
		END-IF.

	SAUVEGARDER_HISTORIQUE.
		PERFORM COPIER_HIS_SV2_VERS_SV3.
		PERFORM COPIER_HIS_SV1_VERS_SV2.
		PERFORM COPIER_HIS_DAT_VERS_SV1.
		MOVE "HISTORIQUE" TO SAU_FICHIER.
		PERFORM CATALOGUER_SAUVEGARDE.

	COPIER_HIS_SV2_VERS_SV3.
		OPEN INPUT SV2-HISTORIQUE-FILE.
		IF FS_SV2_HIS IS EQUAL TO "00" THEN
			OPEN OUTPUT SV3-HISTORIQUE-FILE
			PERFORM TEST BEFORE UNTIL FS_SV2_HIS IS EQUAL TO "10"
				READ SV2-HISTORIQUE-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_SV2_HISTORIQUE TO ENR_SV3_HISTORIQUE
						WRITE ENR_SV3_HISTORIQUE
				END-READ
			END-PERFORM
			CLOSE SV3-HISTORIQUE-FILE
			CLOSE SV2-HISTORIQUE-FILE
		END-IF.

	COPIER_HIS_SV1_VERS_SV2.
		OPEN INPUT SV1-HISTORIQUE-FILE.
		IF FS_SV1_HIS IS EQUAL TO "00" THEN
			OPEN OUTPUT SV2-HISTORIQUE-FILE
			PERFORM TEST BEFORE UNTIL FS_SV1_HIS IS EQUAL TO "10"
				READ SV1-HISTORIQUE-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_SV1_HISTORIQUE TO ENR_SV2_HISTORIQUE
						WRITE ENR_SV2_HISTORIQUE
				END-READ
			END-PERFORM
			CLOSE SV2-HISTORIQUE-FILE
			CLOSE SV1-HISTORIQUE-FILE
		END-IF.

	COPIER_HIS_DAT_VERS_SV1.
		MOVE ZERO TO NB_SAUVES.
		OPEN INPUT HISTORIQUE-FILE.
		IF FS_HISTORIQUE IS EQUAL TO "00" THEN
			OPEN OUTPUT SV1-HISTORIQUE-FILE
			PERFORM TEST BEFORE UNTIL FS_HISTORIQUE IS EQUAL TO "10"
				READ HISTORIQUE-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_HISTORIQUE TO ENR_SV1_HISTORIQUE
						WRITE ENR_SV1_HISTORIQUE
						ADD 1 TO NB_SAUVES
				END-READ
			END-PERFORM
			CLOSE SV1-HISTORIQUE-FILE
			CLOSE HISTORIQUE-FILE
		END-IF.

	SAUVEGARDER_ARCHJRN.
		PERFORM COPIER_JRN_SV2_VERS_SV3.
		PERFORM COPIER_JRN_SV1_VERS_SV2.
		PERFORM COPIER_JRN_DAT_VERS_SV1.
		MOVE "ARCHJRN.DAT" TO SAU_FICHIER.
		PERFORM CATALOGUER_SAUVEGARDE.

	COPIER_JRN_SV2_VERS_SV3.
		OPEN INPUT SV2-JOURNAL-FILE.
		IF FS_SV2_JRN IS EQUAL TO "00" THEN
			OPEN OUTPUT SV3-JOURNAL-FILE
			PERFORM TEST BEFORE UNTIL FS_SV2_JRN IS EQUAL TO "10"
				READ SV2-JOURNAL-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_SV2_JOURNAL TO ENR_SV3_JOURNAL
						WRITE ENR_SV3_JOURNAL
				END-READ
			END-PERFORM
			CLOSE SV3-JOURNAL-FILE
			CLOSE SV2-JOURNAL-FILE
		END-IF.

	COPIER_JRN_SV1_VERS_SV2.
		OPEN INPUT SV1-JOURNAL-FILE.
		IF FS_SV1_JRN IS EQUAL TO "00" THEN
			OPEN OUTPUT SV2-JOURNAL-FILE
			PERFORM TEST BEFORE UNTIL FS_SV1_JRN IS EQUAL TO "10"
				READ SV1-JOURNAL-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_SV1_JOURNAL TO ENR_SV2_JOURNAL
						WRITE ENR_SV2_JOURNAL
				END-READ
			END-PERFORM
			CLOSE SV2-JOURNAL-FILE
			CLOSE SV1-JOURNAL-FILE
		END-IF.

	COPIER_JRN_DAT_VERS_SV1.
		MOVE ZERO TO NB_SAUVES.
		OPEN INPUT ARCHIVE-JOURNAL-FILE.
		IF FS_ARCHJRN IS EQUAL TO "00" THEN
			OPEN OUTPUT SV1-JOURNAL-FILE
			PERFORM TEST BEFORE UNTIL FS_ARCHJRN IS EQUAL TO "10"
				READ ARCHIVE-JOURNAL-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_ARCH_JOURNAL TO ENR_SV1_JOURNAL
						WRITE ENR_SV1_JOURNAL
						ADD 1 TO NB_SAUVES
				END-READ
			END-PERFORM
			CLOSE SV1-JOURNAL-FILE
			CLOSE ARCHIVE-JOURNAL-FILE
		END-IF.

	SAUVEGARDER_ARCHREP.
		PERFORM COPIER_REP_SV2_VERS_SV3.
		PERFORM COPIER_REP_SV1_VERS_SV2.
		PERFORM COPIER_REP_DAT_VERS_SV1.
		MOVE "ARCHREP.DAT" TO SAU_FICHIER.
		PERFORM CATALOGUER_SAUVEGARDE.

	COPIER_REP_SV2_VERS_SV3.
		OPEN INPUT SV2-REPLAY-FILE.
		IF FS_SV2_REP IS EQUAL TO "00" THEN
			OPEN OUTPUT SV3-REPLAY-FILE
			PERFORM TEST BEFORE UNTIL FS_SV2_REP IS EQUAL TO "10"
				READ SV2-REPLAY-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_SV2_REPLAY TO ENR_SV3_REPLAY
						WRITE ENR_SV3_REPLAY
				END-READ
			END-PERFORM
			CLOSE SV3-REPLAY-FILE
			CLOSE SV2-REPLAY-FILE
		END-IF.

	COPIER_REP_SV1_VERS_SV2.
		OPEN INPUT SV1-REPLAY-FILE.
		IF FS_SV1_REP IS EQUAL TO "00" THEN
			OPEN OUTPUT SV2-REPLAY-FILE
			PERFORM TEST BEFORE UNTIL FS_SV1_REP IS EQUAL TO "10"
				READ SV1-REPLAY-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_SV1_REPLAY TO ENR_SV2_REPLAY
						WRITE ENR_SV2_REPLAY
				END-READ
			END-PERFORM
			CLOSE SV2-REPLAY-FILE
			CLOSE SV1-REPLAY-FILE
		END-IF.

	COPIER_REP_DAT_VERS_SV1.
		MOVE ZERO TO NB_SAUVES.
		OPEN INPUT ARCHIVE-REPLAY-FILE.
		IF FS_ARCHREP IS EQUAL TO "00" THEN
			OPEN OUTPUT SV1-REPLAY-FILE
			PERFORM TEST BEFORE UNTIL FS_ARCHREP IS EQUAL TO "10"
				READ ARCHIVE-REPLAY-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_ARCH_REPLAY TO ENR_SV1_REPLAY
						WRITE ENR_SV1_REPLAY
						ADD 1 TO NB_SAUVES
				END-READ
			END-PERFORM
			CLOSE SV1-REPLAY-FILE
			CLOSE ARCHIVE-REPLAY-FILE
		END-IF.

	SAUVEGARDER_CALENDRIER.
		PERFORM COPIER_CAL_SV2_VERS_SV3.
		PERFORM COPIER_CAL_SV1_VERS_SV2.
		PERFORM COPIER_CAL_DAT_VERS_SV1.
		MOVE "CALENDRIER" TO SAU_FICHIER.
		PERFORM CATALOGUER_SAUVEGARDE.

	COPIER_CAL_SV2_VERS_SV3.
		OPEN INPUT SV2-CALENDRIER-FILE.
		IF FS_SV2_CAL IS EQUAL TO "00" THEN
			OPEN OUTPUT SV3-CALENDRIER-FILE
			PERFORM TEST BEFORE UNTIL FS_SV2_CAL IS EQUAL TO "10"
				READ SV2-CALENDRIER-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_SV2_CALENDRIER TO ENR_SV3_CALENDRIER
						WRITE ENR_SV3_CALENDRIER
				END-READ
			END-PERFORM
			CLOSE SV3-CALENDRIER-FILE
			CLOSE SV2-CALENDRIER-FILE
		END-IF.

	COPIER_CAL_SV1_VERS_SV2.
		OPEN INPUT SV1-CALENDRIER-FILE.
		IF FS_SV1_CAL IS EQUAL TO "00" THEN
			OPEN OUTPUT SV2-CALENDRIER-FILE
			PERFORM TEST BEFORE UNTIL FS_SV1_CAL IS EQUAL TO "10"
				READ SV1-CALENDRIER-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_SV1_CALENDRIER TO ENR_SV2_CALENDRIER
						WRITE ENR_SV2_CALENDRIER
				END-READ
			END-PERFORM
			CLOSE SV2-CALENDRIER-FILE
			CLOSE SV1-CALENDRIER-FILE
		END-IF.

	COPIER_CAL_DAT_VERS_SV1.
		MOVE ZERO TO NB_SAUVES.
		OPEN INPUT CALENDRIER-FILE.
		IF FS_CALENDRIER IS EQUAL TO "00" THEN
			OPEN OUTPUT SV1-CALENDRIER-FILE
			PERFORM TEST BEFORE UNTIL FS_CALENDRIER IS EQUAL TO "10"
				READ CALENDRIER-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_FIXTURE TO ENR_SV1_CALENDRIER
						WRITE ENR_SV1_CALENDRIER
						ADD 1 TO NB_SAUVES
				END-READ
			END-PERFORM
			CLOSE SV1-CALENDRIER-FILE
			CLOSE CALENDRIER-FILE
		END-IF.

	SAUVEGARDER_COUPE.
		PERFORM COPIER_CUP_SV2_VERS_SV3.
		PERFORM COPIER_CUP_SV1_VERS_SV2.
		PERFORM COPIER_CUP_DAT_VERS_SV1.
		MOVE "COUPE.DAT" TO SAU_FICHIER.
		PERFORM CATALOGUER_SAUVEGARDE.

	COPIER_CUP_SV2_VERS_SV3.
		OPEN INPUT SV2-COUPE-FILE.
		IF FS_SV2_CUP IS EQUAL TO "00" THEN
			OPEN OUTPUT SV3-COUPE-FILE
			PERFORM TEST BEFORE UNTIL FS_SV2_CUP IS EQUAL TO "10"
				READ SV2-COUPE-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_SV2_COUPE TO ENR_SV3_COUPE
						WRITE ENR_SV3_COUPE
				END-READ
			END-PERFORM
			CLOSE SV3-COUPE-FILE
			CLOSE SV2-COUPE-FILE
		END-IF.

	COPIER_CUP_SV1_VERS_SV2.
		OPEN INPUT SV1-COUPE-FILE.
		IF FS_SV1_CUP IS EQUAL TO "00" THEN
			OPEN OUTPUT SV2-COUPE-FILE
			PERFORM TEST BEFORE UNTIL FS_SV1_CUP IS EQUAL TO "10"
				READ SV1-COUPE-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_SV1_COUPE TO ENR_SV2_COUPE
						WRITE ENR_SV2_COUPE
				END-READ
			END-PERFORM
			CLOSE SV2-COUPE-FILE
			CLOSE SV1-COUPE-FILE
		END-IF.

	COPIER_CUP_DAT_VERS_SV1.
		MOVE ZERO TO NB_SAUVES.
		OPEN INPUT COUPE-FILE.
		IF FS_COUPE IS EQUAL TO "00" THEN
			OPEN OUTPUT SV1-COUPE-FILE
			PERFORM TEST BEFORE UNTIL FS_COUPE IS EQUAL TO "10"
				READ COUPE-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_COUPE TO ENR_SV1_COUPE
						WRITE ENR_SV1_COUPE
						ADD 1 TO NB_SAUVES
				END-READ
			END-PERFORM
			CLOSE SV1-COUPE-FILE
			CLOSE COUPE-FILE
		END-IF.

	SAUVEGARDER_CORRECTIONS.
		PERFORM COPIER_COR_SV2_VERS_SV3.
		PERFORM COPIER_COR_SV1_VERS_SV2.
		PERFORM COPIER_COR_DAT_VERS_SV1.
		MOVE "CORRECTIONS" TO SAU_FICHIER.
		PERFORM CATALOGUER_SAUVEGARDE.

	COPIER_COR_SV2_VERS_SV3.
		OPEN INPUT SV2-CORRECTIONS-FILE.
		IF FS_SV2_COR IS EQUAL TO "00" THEN
			OPEN OUTPUT SV3-CORRECTIONS-FILE
			PERFORM TEST BEFORE UNTIL FS_SV2_COR IS EQUAL TO "10"
				READ SV2-CORRECTIONS-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_SV2_CORRECTION TO ENR_SV3_CORRECTION
						WRITE ENR_SV3_CORRECTION
				END-READ
			END-PERFORM
			CLOSE SV3-CORRECTIONS-FILE
			CLOSE SV2-CORRECTIONS-FILE
		END-IF.

	COPIER_COR_SV1_VERS_SV2.
		OPEN INPUT SV1-CORRECTIONS-FILE.
		IF FS_SV1_COR IS EQUAL TO "00" THEN
			OPEN OUTPUT SV2-CORRECTIONS-FILE
			PERFORM TEST BEFORE UNTIL FS_SV1_COR IS EQUAL TO "10"
				READ SV1-CORRECTIONS-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_SV1_CORRECTION TO ENR_SV2_CORRECTION
						WRITE ENR_SV2_CORRECTION
				END-READ
			END-PERFORM
			CLOSE SV2-CORRECTIONS-FILE
			CLOSE SV1-CORRECTIONS-FILE
		END-IF.

	COPIER_COR_DAT_VERS_SV1.
		MOVE ZERO TO NB_SAUVES.
		OPEN INPUT CORRECTIONS-FILE.
		IF FS_CORRECTIONS IS EQUAL TO "00" THEN
			OPEN OUTPUT SV1-CORRECTIONS-FILE
			PERFORM TEST BEFORE UNTIL FS_CORRECTIONS IS EQUAL TO "10"
				READ CORRECTIONS-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_CORRECTION TO ENR_SV1_CORRECTION
						WRITE ENR_SV1_CORRECTION
						ADD 1 TO NB_SAUVES
				END-READ
			END-PERFORM
			CLOSE SV1-CORRECTIONS-FILE
			CLOSE CORRECTIONS-FILE
		END-IF.

	SAUVEGARDER_JOUEURS.
		PERFORM COPIER_JOU_SV2_VERS_SV3.
		PERFORM COPIER_JOU_SV1_VERS_SV2.
		PERFORM DECHARGER_MAITRE_VERS_SV1.
		MOVE "JOUEURS.DAT" TO SAU_FICHIER.
		PERFORM CATALOGUER_SAUVEGARDE.

	COPIER_JOU_SV2_VERS_SV3.
		OPEN INPUT SV2-JOUEURS-FILE.
		IF FS_SV2_JOU IS EQUAL TO "00" THEN
			OPEN OUTPUT SV3-JOUEURS-FILE
			PERFORM TEST BEFORE UNTIL FS_SV2_JOU IS EQUAL TO "10"
				READ SV2-JOUEURS-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_SV2_JOUEURS TO ENR_SV3_JOUEURS
						WRITE ENR_SV3_JOUEURS
				END-READ
			END-PERFORM
			CLOSE SV3-JOUEURS-FILE
			CLOSE SV2-JOUEURS-FILE
		END-IF.

	COPIER_JOU_SV1_VERS_SV2.
		OPEN INPUT SV1-JOUEURS-FILE.
		IF FS_SV1_JOU IS EQUAL TO "00" THEN
			OPEN OUTPUT SV2-JOUEURS-FILE
			PERFORM TEST BEFORE UNTIL FS_SV1_JOU IS EQUAL TO "10"
				READ SV1-JOUEURS-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_SV1_JOUEURS TO ENR_SV2_JOUEURS
						WRITE ENR_SV2_JOUEURS
				END-READ
			END-PERFORM
			CLOSE SV2-JOUEURS-FILE
			CLOSE SV1-JOUEURS-FILE
		END-IF.

	DECHARGER_MAITRE_VERS_SV1.
		*> Decharge a plat dans l'ordre de la cle, que Touche-Restaure
		*> sait recharger telle quelle.
		MOVE ZERO TO NB_SAUVES.
		OPEN INPUT JOUEURS-FILE.
		IF FS_JOUEURS IS EQUAL TO "00" THEN
			OPEN OUTPUT SV1-JOUEURS-FILE
			MOVE LOW-VALUES TO EJ_NOM
			START JOUEURS-FILE KEY IS NOT LESS THAN EJ_NOM
				INVALID KEY MOVE "10" TO FS_JOUEURS
			END-START
			PERFORM TEST BEFORE UNTIL FS_JOUEURS IS NOT EQUAL TO "00"
				READ JOUEURS-FILE NEXT
					AT END CONTINUE
					NOT AT END
						MOVE ENR_JOUEUR TO ENR_SV1_JOUEURS
						WRITE ENR_SV1_JOUEURS
						ADD 1 TO NB_SAUVES
				END-READ
			END-PERFORM
			CLOSE SV1-JOUEURS-FILE
			CLOSE JOUEURS-FILE
		END-IF.

	SAUVEGARDER_TROPHEES.
		PERFORM COPIER_TRO_SV2_VERS_SV3.
		PERFORM COPIER_TRO_SV1_VERS_SV2.
		PERFORM DECHARGER_TROPHEES_VERS_SV1.
		MOVE "TROPHEES.DAT" TO SAU_FICHIER.
		PERFORM CATALOGUER_SAUVEGARDE.

	COPIER_TRO_SV2_VERS_SV3.
		OPEN INPUT SV2-TROPHEES-FILE.
		IF FS_SV2_TRO IS EQUAL TO "00" THEN
			OPEN OUTPUT SV3-TROPHEES-FILE
			PERFORM TEST BEFORE UNTIL FS_SV2_TRO IS EQUAL TO "10"
				READ SV2-TROPHEES-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_SV2_TROPHEES TO ENR_SV3_TROPHEES
						WRITE ENR_SV3_TROPHEES
				END-READ
			END-PERFORM
			CLOSE SV3-TROPHEES-FILE
			CLOSE SV2-TROPHEES-FILE
		END-IF.

	COPIER_TRO_SV1_VERS_SV2.
		OPEN INPUT SV1-TROPHEES-FILE.
		IF FS_SV1_TRO IS EQUAL TO "00" THEN
			OPEN OUTPUT SV2-TROPHEES-FILE
			PERFORM TEST BEFORE UNTIL FS_SV1_TRO IS EQUAL TO "10"
				READ SV1-TROPHEES-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_SV1_TROPHEES TO ENR_SV2_TROPHEES
						WRITE ENR_SV2_TROPHEES
				END-READ
			END-PERFORM
			CLOSE SV2-TROPHEES-FILE
			CLOSE SV1-TROPHEES-FILE
		END-IF.

	DECHARGER_TROPHEES_VERS_SV1.
		MOVE ZERO TO NB_SAUVES.
		OPEN INPUT TROPHEES-FILE.
		IF FS_TROPHEES IS EQUAL TO "00" THEN
			OPEN OUTPUT SV1-TROPHEES-FILE
			MOVE LOW-VALUES TO ETR_CLE
			START TROPHEES-FILE KEY IS NOT LESS THAN ETR_CLE
				INVALID KEY MOVE "10" TO FS_TROPHEES
			END-START
			PERFORM TEST BEFORE UNTIL FS_TROPHEES IS NOT EQUAL TO "00"
				READ TROPHEES-FILE NEXT
					AT END CONTINUE
					NOT AT END
						MOVE ENR_TROPHEE TO ENR_SV1_TROPHEES
						WRITE ENR_SV1_TROPHEES
						ADD 1 TO NB_SAUVES
				END-READ
			END-PERFORM
			CLOSE SV1-TROPHEES-FILE
			CLOSE TROPHEES-FILE
		END-IF.

	SAUVEGARDER_MEMBRES.
		PERFORM COPIER_MEM_SV2_VERS_SV3.
		PERFORM COPIER_MEM_SV1_VERS_SV2.
		PERFORM DECHARGER_MEMBRES_VERS_SV1.
		MOVE "MEMBRES.DAT" TO SAU_FICHIER.
		PERFORM CATALOGUER_SAUVEGARDE.

	COPIER_MEM_SV2_VERS_SV3.
		OPEN INPUT SV2-MEMBRES-FILE.
		IF FS_SV2_MEM IS EQUAL TO "00" THEN
			OPEN OUTPUT SV3-MEMBRES-FILE
			PERFORM TEST BEFORE UNTIL FS_SV2_MEM IS EQUAL TO "10"
				READ SV2-MEMBRES-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_SV2_MEMBRES TO ENR_SV3_MEMBRES
						WRITE ENR_SV3_MEMBRES
				END-READ
			END-PERFORM
			CLOSE SV3-MEMBRES-FILE
			CLOSE SV2-MEMBRES-FILE
		END-IF.

	COPIER_MEM_SV1_VERS_SV2.
		OPEN INPUT SV1-MEMBRES-FILE.
		IF FS_SV1_MEM IS EQUAL TO "00" THEN
			OPEN OUTPUT SV2-MEMBRES-FILE
			PERFORM TEST BEFORE UNTIL FS_SV1_MEM IS EQUAL TO "10"
				READ SV1-MEMBRES-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_SV1_MEMBRES TO ENR_SV2_MEMBRES
						WRITE ENR_SV2_MEMBRES
				END-READ
			END-PERFORM
			CLOSE SV2-MEMBRES-FILE
			CLOSE SV1-MEMBRES-FILE
		END-IF.

	DECHARGER_MEMBRES_VERS_SV1.
		MOVE ZERO TO NB_SAUVES.
		OPEN INPUT MEMBRES-FILE.
		IF FS_MEMBRES IS EQUAL TO "00" THEN
			OPEN OUTPUT SV1-MEMBRES-FILE
			MOVE LOW-VALUES TO EM_NOM
			START MEMBRES-FILE KEY IS NOT LESS THAN EM_NOM
				INVALID KEY MOVE "10" TO FS_MEMBRES
			END-START
			PERFORM TEST BEFORE UNTIL FS_MEMBRES IS NOT EQUAL TO "00"
				READ MEMBRES-FILE NEXT
					AT END CONTINUE
					NOT AT END
						MOVE ENR_MEMBRE TO ENR_SV1_MEMBRES
						WRITE ENR_SV1_MEMBRES
						ADD 1 TO NB_SAUVES
				END-READ
			END-PERFORM
			CLOSE SV1-MEMBRES-FILE
			CLOSE MEMBRES-FILE
		END-IF.

	CATALOGUER_SAUVEGARDE.
		*> Le catalogue SAUVEGARDES.DAT reflete le roulement qui vient
		*> d'etre fait : pour le fichier sauvegarde, la generation 3
		*> sort, les generations 1 et 2 glissent, la nouvelle entre en
		*> generation 1 avec la date et le volume du jour. Les entrees
		*> des autres fichiers sont conservees telles quelles.
		MOVE ZERO TO NB_CAT.
		OPEN INPUT CATALOGUE-FILE.
		IF FS_CATALOGUE IS EQUAL TO "00" THEN
			PERFORM TEST BEFORE UNTIL FS_CATALOGUE IS EQUAL TO "10"
				READ CATALOGUE-FILE
					AT END CONTINUE
					NOT AT END
						IF NB_CAT IS LESS THAN 30 THEN
							IF SV_FICHIER IS EQUAL TO SAU_FICHIER
								AND SV_GENERATION IS EQUAL TO 3 THEN
								CONTINUE
							ELSE
								ADD 1 TO NB_CAT
								MOVE SV_FICHIER TO CAT_FICHIER(NB_CAT)
								MOVE SV_GENERATION TO CAT_GENERATION(NB_CAT)
								MOVE SV_DATE TO CAT_DATE(NB_CAT)
								MOVE SV_HEURE TO CAT_HEURE(NB_CAT)
								MOVE SV_NB_ENREG TO CAT_NB_ENREG(NB_CAT)
								IF SV_FICHIER IS EQUAL TO SAU_FICHIER THEN
									ADD 1 TO CAT_GENERATION(NB_CAT)
								END-IF
							END-IF
						END-IF
				END-READ
			END-PERFORM
			CLOSE CATALOGUE-FILE
		END-IF.
		OPEN OUTPUT CATALOGUE-FILE.
		IF FS_CATALOGUE IS EQUAL TO "00" THEN
			MOVE SAU_FICHIER TO SV_FICHIER
			MOVE 1 TO SV_GENERATION
			MOVE DATE_DU_JOUR TO SV_DATE
			MOVE HEURE_PASSAGE(1:6) TO SV_HEURE
			MOVE NB_SAUVES TO SV_NB_ENREG
			WRITE ENR_SAUVEGARDE
			PERFORM VARYING IDX_CAT FROM 1 BY 1 UNTIL IDX_CAT > NB_CAT
				MOVE CAT_FICHIER(IDX_CAT) TO SV_FICHIER
				MOVE CAT_GENERATION(IDX_CAT) TO SV_GENERATION
				MOVE CAT_DATE(IDX_CAT) TO SV_DATE
				MOVE CAT_HEURE(IDX_CAT) TO SV_HEURE
				MOVE CAT_NB_ENREG(IDX_CAT) TO SV_NB_ENREG
				WRITE ENR_SAUVEGARDE
			END-PERFORM
			CLOSE CATALOGUE-FILE
		END-IF.
		DISPLAY SAU_FICHIER " sauvegarde en generation 1 (" NB_SAUVES " enregistrement(s)).".

	ANONYMISER_HISTORIQUE.
		*> Seuls les noms changent : scores, tirs, dates et ordre des
		*> manches restent tels quels, le rejeu de Touche-Reconcil
		*> retrouve donc les memes victoires et le meme classement pour
		*> les adversaires.
		MOVE ZERO TO NB_MODIFIES.
		OPEN INPUT HISTORIQUE-FILE.
		IF FS_HISTORIQUE IS NOT EQUAL TO "00" THEN
			DISPLAY "HISTORIQUE.DAT absent, rien a anonymiser de ce cote."
		ELSE
			OPEN OUTPUT TRAVAIL-HISTORIQUE-FILE
			PERFORM TEST BEFORE UNTIL FS_HISTORIQUE IS EQUAL TO "10"
				READ HISTORIQUE-FILE
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						MOVE ZERO TO SW_ENR_MODIFIE
						IF EH_NOM_J1 IS EQUAL TO NOM_PARTI THEN
							MOVE PSEUDONYME TO EH_NOM_J1
							SET ENR_MODIFIE TO TRUE
						END-IF
						IF EH_NOM_J2 IS EQUAL TO NOM_PARTI THEN
							MOVE PSEUDONYME TO EH_NOM_J2
							SET ENR_MODIFIE TO TRUE
						END-IF
						IF EH_NOM_J3 IS EQUAL TO NOM_PARTI THEN
							MOVE PSEUDONYME TO EH_NOM_J3
							SET ENR_MODIFIE TO TRUE
						END-IF
						IF EH_NOM_J4 IS EQUAL TO NOM_PARTI THEN
							MOVE PSEUDONYME TO EH_NOM_J4
							SET ENR_MODIFIE TO TRUE
						END-IF
						IF EH_NOM_GAGNANT IS EQUAL TO NOM_PARTI THEN
							MOVE PSEUDONYME TO EH_NOM_GAGNANT
							SET ENR_MODIFIE TO TRUE
						END-IF
						IF ENR_MODIFIE THEN
							ADD 1 TO NB_MODIFIES
						END-IF
						MOVE ENR_HISTORIQUE TO ENR_TRAV_HISTORIQUE
						WRITE ENR_TRAV_HISTORIQUE
				END-READ
			END-PERFORM
			CLOSE HISTORIQUE-FILE
			CLOSE TRAVAIL-HISTORIQUE-FILE
			OPEN INPUT TRAVAIL-HISTORIQUE-FILE
			OPEN OUTPUT HISTORIQUE-FILE
			PERFORM TEST BEFORE UNTIL FS_TRAV_HIS IS EQUAL TO "10"
				READ TRAVAIL-HISTORIQUE-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_TRAV_HISTORIQUE TO ENR_HISTORIQUE
						WRITE ENR_HISTORIQUE
				END-READ
			END-PERFORM
			CLOSE TRAVAIL-HISTORIQUE-FILE
			CLOSE HISTORIQUE-FILE
			DISPLAY "HISTORIQUE.DAT : " NB_MODIFIES " manche(s) anonymisee(s)."
			ADD NB_MODIFIES TO NB_TOTAL_MODIFIES
		END-IF.

	ANONYMISER_ARCHJRN.
		*> Entetes (les quatre noms) et tirs (le tireur) ; les numeros
		*> de partie ne bougent pas, ARCHNUM.DAT reste donc juste.
		MOVE ZERO TO NB_MODIFIES.
		OPEN INPUT ARCHIVE-JOURNAL-FILE.
		IF FS_ARCHJRN IS NOT EQUAL TO "00" THEN
			DISPLAY "ARCHJRN.DAT absent, rien a anonymiser de ce cote."
		ELSE
			OPEN OUTPUT TRAVAIL-JOURNAL-FILE
			PERFORM TEST BEFORE UNTIL FS_ARCHJRN IS EQUAL TO "10"
				READ ARCHIVE-JOURNAL-FILE
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						MOVE ZERO TO SW_ENR_MODIFIE
						IF EAJ_TYPE_ENTETE THEN
							IF EAJ_NOM_J1 IS EQUAL TO NOM_PARTI THEN
								MOVE PSEUDONYME TO EAJ_NOM_J1
								SET ENR_MODIFIE TO TRUE
							END-IF
							IF EAJ_NOM_J2 IS EQUAL TO NOM_PARTI THEN
								MOVE PSEUDONYME TO EAJ_NOM_J2
								SET ENR_MODIFIE TO TRUE
							END-IF
							IF EAJ_NOM_J3 IS EQUAL TO NOM_PARTI THEN
								MOVE PSEUDONYME TO EAJ_NOM_J3
								SET ENR_MODIFIE TO TRUE
							END-IF
							IF EAJ_NOM_J4 IS EQUAL TO NOM_PARTI THEN
								MOVE PSEUDONYME TO EAJ_NOM_J4
								SET ENR_MODIFIE TO TRUE
							END-IF
						ELSE
							IF EAJ_NOM IS EQUAL TO NOM_PARTI THEN
								MOVE PSEUDONYME TO EAJ_NOM
								SET ENR_MODIFIE TO TRUE
							END-IF
						END-IF
						IF ENR_MODIFIE THEN
							ADD 1 TO NB_MODIFIES
						END-IF
						MOVE ENR_ARCH_JOURNAL TO ENR_TRAV_JOURNAL
						WRITE ENR_TRAV_JOURNAL
				END-READ
			END-PERFORM
			CLOSE ARCHIVE-JOURNAL-FILE
			CLOSE TRAVAIL-JOURNAL-FILE
			OPEN INPUT TRAVAIL-JOURNAL-FILE
			OPEN OUTPUT ARCHIVE-JOURNAL-FILE
			PERFORM TEST BEFORE UNTIL FS_TRAV_JRN IS EQUAL TO "10"
				READ TRAVAIL-JOURNAL-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_TRAV_JOURNAL TO ENR_ARCH_JOURNAL
						WRITE ENR_ARCH_JOURNAL
				END-READ
			END-PERFORM
			CLOSE TRAVAIL-JOURNAL-FILE
			CLOSE ARCHIVE-JOURNAL-FILE
			DISPLAY "ARCHJRN.DAT : " NB_MODIFIES " enregistrement(s) anonymise(s)."
			ADD NB_MODIFIES TO NB_TOTAL_MODIFIES
		END-IF.

	ANONYMISER_ARCHREP.
		MOVE ZERO TO NB_MODIFIES.
		OPEN INPUT ARCHIVE-REPLAY-FILE.
		IF FS_ARCHREP IS NOT EQUAL TO "00" THEN
			DISPLAY "ARCHREP.DAT absent, rien a anonymiser de ce cote."
		ELSE
			OPEN OUTPUT TRAVAIL-REPLAY-FILE
			PERFORM TEST BEFORE UNTIL FS_ARCHREP IS EQUAL TO "10"
				READ ARCHIVE-REPLAY-FILE
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						MOVE ZERO TO SW_ENR_MODIFIE
						IF EAR_TYPE_ENTETE THEN
							IF EAR_NOM_J1 IS EQUAL TO NOM_PARTI THEN
								MOVE PSEUDONYME TO EAR_NOM_J1
								SET ENR_MODIFIE TO TRUE
							END-IF
							IF EAR_NOM_J2 IS EQUAL TO NOM_PARTI THEN
								MOVE PSEUDONYME TO EAR_NOM_J2
								SET ENR_MODIFIE TO TRUE
							END-IF
							IF EAR_NOM_J3 IS EQUAL TO NOM_PARTI THEN
								MOVE PSEUDONYME TO EAR_NOM_J3
								SET ENR_MODIFIE TO TRUE
							END-IF
							IF EAR_NOM_J4 IS EQUAL TO NOM_PARTI THEN
								MOVE PSEUDONYME TO EAR_NOM_J4
								SET ENR_MODIFIE TO TRUE
							END-IF
						ELSE
							IF EAR_NOM IS EQUAL TO NOM_PARTI THEN
								MOVE PSEUDONYME TO EAR_NOM
								SET ENR_MODIFIE TO TRUE
							END-IF
						END-IF
						IF ENR_MODIFIE THEN
							ADD 1 TO NB_MODIFIES
						END-IF
						MOVE ENR_ARCH_REPLAY TO ENR_TRAV_REPLAY
						WRITE ENR_TRAV_REPLAY
				END-READ
			END-PERFORM
			CLOSE ARCHIVE-REPLAY-FILE
			CLOSE TRAVAIL-REPLAY-FILE
			OPEN INPUT TRAVAIL-REPLAY-FILE
			OPEN OUTPUT ARCHIVE-REPLAY-FILE
			PERFORM TEST BEFORE UNTIL FS_TRAV_REP IS EQUAL TO "10"
				READ TRAVAIL-REPLAY-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_TRAV_REPLAY TO ENR_ARCH_REPLAY
						WRITE ENR_ARCH_REPLAY
				END-READ
			END-PERFORM
			CLOSE TRAVAIL-REPLAY-FILE
			CLOSE ARCHIVE-REPLAY-FILE
			DISPLAY "ARCHREP.DAT : " NB_MODIFIES " enregistrement(s) anonymise(s)."
			ADD NB_MODIFIES TO NB_TOTAL_MODIFIES
		END-IF.

	ANONYMISER_CALENDRIER.
		MOVE ZERO TO NB_MODIFIES.
		OPEN INPUT CALENDRIER-FILE.
		IF FS_CALENDRIER IS NOT EQUAL TO "00" THEN
			DISPLAY "CALENDRIER.DAT absent, rien a anonymiser de ce cote."
		ELSE
			OPEN OUTPUT TRAVAIL-CALENDRIER-FILE
			PERFORM TEST BEFORE UNTIL FS_CALENDRIER IS EQUAL TO "10"
				READ CALENDRIER-FILE
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						MOVE ZERO TO SW_ENR_MODIFIE
						IF EF_NOM_A IS EQUAL TO NOM_PARTI THEN
							MOVE PSEUDONYME TO EF_NOM_A
							SET ENR_MODIFIE TO TRUE
						END-IF
						IF EF_NOM_B IS EQUAL TO NOM_PARTI THEN
							MOVE PSEUDONYME TO EF_NOM_B
							SET ENR_MODIFIE TO TRUE
						END-IF
						IF EF_NOM_GAGNANT IS EQUAL TO NOM_PARTI THEN
							MOVE PSEUDONYME TO EF_NOM_GAGNANT
							SET ENR_MODIFIE TO TRUE
						END-IF
						IF ENR_MODIFIE THEN
							ADD 1 TO NB_MODIFIES
						END-IF
						MOVE ENR_FIXTURE TO ENR_TRAV_CALENDRIER
						WRITE ENR_TRAV_CALENDRIER
				END-READ
			END-PERFORM
			CLOSE CALENDRIER-FILE
			CLOSE TRAVAIL-CALENDRIER-FILE
			OPEN INPUT TRAVAIL-CALENDRIER-FILE
			OPEN OUTPUT CALENDRIER-FILE
			PERFORM TEST BEFORE UNTIL FS_TRAV_CAL IS EQUAL TO "10"
				READ TRAVAIL-CALENDRIER-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_TRAV_CALENDRIER TO ENR_FIXTURE
						WRITE ENR_FIXTURE
				END-READ
			END-PERFORM
			CLOSE TRAVAIL-CALENDRIER-FILE
			CLOSE CALENDRIER-FILE
			DISPLAY "CALENDRIER.DAT : " NB_MODIFIES " rencontre(s) anonymisee(s)."
			ADD NB_MODIFIES TO NB_TOTAL_MODIFIES
		END-IF.

	ANONYMISER_COUPE.
		*> Le tableau garde les noms des rencontres jouees et des
		*> exemptes ; une rencontre restant a jouer ne peut plus citer
		*> le membre parti, l'anonymisation etant refusee dans ce cas.
		MOVE ZERO TO NB_MODIFIES.
		OPEN INPUT COUPE-FILE.
		IF FS_COUPE IS NOT EQUAL TO "00" THEN
			DISPLAY "COUPE.DAT absent, rien a anonymiser de ce cote."
		ELSE
			OPEN OUTPUT TRAVAIL-COUPE-FILE
			PERFORM TEST BEFORE UNTIL FS_COUPE IS EQUAL TO "10"
				READ COUPE-FILE
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						MOVE ZERO TO SW_ENR_MODIFIE
						IF ECU_NOM_A IS EQUAL TO NOM_PARTI THEN
							MOVE PSEUDONYME TO ECU_NOM_A
							SET ENR_MODIFIE TO TRUE
						END-IF
						IF ECU_NOM_B IS EQUAL TO NOM_PARTI THEN
							MOVE PSEUDONYME TO ECU_NOM_B
							SET ENR_MODIFIE TO TRUE
						END-IF
						IF ECU_NOM_GAGNANT IS EQUAL TO NOM_PARTI THEN
							MOVE PSEUDONYME TO ECU_NOM_GAGNANT
							SET ENR_MODIFIE TO TRUE
						END-IF
						IF ENR_MODIFIE THEN
							ADD 1 TO NB_MODIFIES
						END-IF
						MOVE ENR_COUPE TO ENR_TRAV_COUPE
						WRITE ENR_TRAV_COUPE
				END-READ
			END-PERFORM
			CLOSE COUPE-FILE
			CLOSE TRAVAIL-COUPE-FILE
			OPEN INPUT TRAVAIL-COUPE-FILE
			OPEN OUTPUT COUPE-FILE
			PERFORM TEST BEFORE UNTIL FS_TRAV_CUP IS EQUAL TO "10"
				READ TRAVAIL-COUPE-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_TRAV_COUPE TO ENR_COUPE
						WRITE ENR_COUPE
				END-READ
			END-PERFORM
			CLOSE TRAVAIL-COUPE-FILE
			CLOSE COUPE-FILE
			DISPLAY "COUPE.DAT : " NB_MODIFIES " rencontre(s) de coupe anonymisee(s)."
			ADD NB_MODIFIES TO NB_TOTAL_MODIFIES
		END-IF.

	ANONYMISER_CORRECTIONS.
		*> Les decisions d'arbitrage designent leur manche par les noms
		*> des capitaines : sans ce remplacement, Touche-Reconcil ne les
		*> rattacherait plus a l'historique anonymise. L'arbitre aussi
		*> peut etre le membre parti.
		MOVE ZERO TO NB_MODIFIES.
		OPEN INPUT CORRECTIONS-FILE.
		IF FS_CORRECTIONS IS NOT EQUAL TO "00" THEN
			DISPLAY "CORRECTIONS.DAT absent, rien a anonymiser de ce cote."
		ELSE
			OPEN OUTPUT TRAVAIL-CORRECTIONS-FILE
			PERFORM TEST BEFORE UNTIL FS_CORRECTIONS IS EQUAL TO "10"
				READ CORRECTIONS-FILE
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						MOVE ZERO TO SW_ENR_MODIFIE
						IF ECO_ARBITRE IS EQUAL TO NOM_PARTI THEN
							MOVE PSEUDONYME TO ECO_ARBITRE
							SET ENR_MODIFIE TO TRUE
						END-IF
						IF ECO_NOM_J1 IS EQUAL TO NOM_PARTI THEN
							MOVE PSEUDONYME TO ECO_NOM_J1
							SET ENR_MODIFIE TO TRUE
						END-IF
						IF ECO_NOM_J2 IS EQUAL TO NOM_PARTI THEN
							MOVE PSEUDONYME TO ECO_NOM_J2
							SET ENR_MODIFIE TO TRUE
						END-IF
						IF ECO_ANCIEN_GAGNANT IS EQUAL TO NOM_PARTI THEN
							MOVE PSEUDONYME TO ECO_ANCIEN_GAGNANT
							SET ENR_MODIFIE TO TRUE
						END-IF
						IF ECO_NOUVEAU_GAGNANT IS EQUAL TO NOM_PARTI THEN
							MOVE PSEUDONYME TO ECO_NOUVEAU_GAGNANT
							SET ENR_MODIFIE TO TRUE
						END-IF
						IF ENR_MODIFIE THEN
							ADD 1 TO NB_MODIFIES
						END-IF
						MOVE ENR_CORRECTION TO ENR_TRAV_CORRECTION
						WRITE ENR_TRAV_CORRECTION
				END-READ
			END-PERFORM
			CLOSE CORRECTIONS-FILE
			CLOSE TRAVAIL-CORRECTIONS-FILE
			OPEN INPUT TRAVAIL-CORRECTIONS-FILE
			OPEN OUTPUT CORRECTIONS-FILE
			PERFORM TEST BEFORE UNTIL FS_TRAV_COR IS EQUAL TO "10"
				READ TRAVAIL-CORRECTIONS-FILE
					AT END CONTINUE
					NOT AT END
						MOVE ENR_TRAV_CORRECTION TO ENR_CORRECTION
						WRITE ENR_CORRECTION
				END-READ
			END-PERFORM
			CLOSE TRAVAIL-CORRECTIONS-FILE
			CLOSE CORRECTIONS-FILE
			DISPLAY "CORRECTIONS.DAT : " NB_MODIFIES " decision(s) anonymisee(s)."
			ADD NB_MODIFIES TO NB_TOTAL_MODIFIES
		END-IF.

	ANONYMISER_TROPHEES.
		*> Les trophees du membre parti sont d'abord releves (la cle
		*> commence par le nom, ils se suivent), puis chacun est
		*> supprime et reecrit sous le pseudonyme avec sa date et son
		*> numero de match.
		MOVE ZERO TO NB_MODIFIES.
		MOVE ZERO TO NB_TP.
		OPEN I-O TROPHEES-FILE.
		IF FS_TROPHEES IS NOT EQUAL TO "00" THEN
			DISPLAY "TROPHEES.DAT absent, aucun trophee a reporter."
		ELSE
			MOVE NOM_PARTI TO ETR_NOM
			MOVE LOW-VALUES TO ETR_CODE
			START TROPHEES-FILE KEY IS NOT LESS THAN ETR_CLE
				INVALID KEY MOVE "10" TO FS_TROPHEES
			END-START
			PERFORM TEST BEFORE UNTIL FS_TROPHEES IS NOT EQUAL TO "00"
				READ TROPHEES-FILE NEXT
					AT END CONTINUE
					NOT AT END
						ADD 1 TO NB_LUS
						IF ETR_NOM IS NOT EQUAL TO NOM_PARTI THEN
							MOVE "10" TO FS_TROPHEES
						ELSE
							IF NB_TP IS LESS THAN 10 THEN
								ADD 1 TO NB_TP
								MOVE ETR_CODE TO TP_CODE(NB_TP)
								MOVE ETR_DATE TO TP_DATE(NB_TP)
								MOVE ETR_MATCH TO TP_MATCH(NB_TP)
							END-IF
						END-IF
				END-READ
			END-PERFORM
			PERFORM VARYING IDX_TP FROM 1 BY 1 UNTIL IDX_TP > NB_TP
				MOVE NOM_PARTI TO ETR_NOM
				MOVE TP_CODE(IDX_TP) TO ETR_CODE
				DELETE TROPHEES-FILE
					INVALID KEY
						DISPLAY "Trophee " TP_CODE(IDX_TP) " non supprime (statut " FS_TROPHEES ")."
					NOT INVALID KEY
						MOVE PSEUDONYME TO ETR_NOM
						MOVE TP_CODE(IDX_TP) TO ETR_CODE
						MOVE TP_DATE(IDX_TP) TO ETR_DATE
						MOVE TP_MATCH(IDX_TP) TO ETR_MATCH
						WRITE ENR_TROPHEE
							INVALID KEY CONTINUE
							NOT INVALID KEY ADD 1 TO NB_MODIFIES
						END-WRITE
				END-DELETE
			END-PERFORM
			CLOSE TROPHEES-FILE
			DISPLAY "TROPHEES.DAT : " NB_MODIFIES " trophee(s) reporte(s) sous le pseudonyme."
			ADD NB_MODIFIES TO NB_TOTAL_MODIFIES
		END-IF.

	RETIRER_DU_PALMARES.
		*> Le membre part : son compte quitte JOUEURS.DAT comme par
		*> SUPPRIMER_JOUEUR de Touche-Admin. Touche-Reconcil sait qu'un
		*> pseudonyme ANCIEN- n'a plus de compte au maitre.
		OPEN I-O JOUEURS-FILE.
		IF FS_JOUEURS IS EQUAL TO "00" THEN
			MOVE NOM_PARTI TO EJ_NOM
			READ JOUEURS-FILE
				INVALID KEY
					DISPLAY "JOUEURS.DAT : [" NOM_PARTI "] n'y figurait deja plus."
				NOT INVALID KEY
					DELETE JOUEURS-FILE
						INVALID KEY
							DISPLAY "Suppression impossible (statut " FS_JOUEURS ")."
							MOVE 8 TO CODE_RETOUR
						NOT INVALID KEY
							DISPLAY "JOUEURS.DAT : compte de [" NOM_PARTI "] retire."
							ADD 1 TO NB_TOTAL_MODIFIES
					END-DELETE
			END-READ
			CLOSE JOUEURS-FILE
		ELSE
			DISPLAY "JOUEURS.DAT absent ou illisible (statut " FS_JOUEURS ")."
		END-IF.
		*> La fiche d'adherent (contact, cotisation) part avec le
		*> membre ; MEMBRES.DAT a ete sauvegarde comme JOUEURS.DAT.
		OPEN I-O MEMBRES-FILE.
		IF FS_MEMBRES IS EQUAL TO "00" THEN
			MOVE NOM_PARTI TO EM_NOM
			READ MEMBRES-FILE
				INVALID KEY
					DISPLAY "MEMBRES.DAT : [" NOM_PARTI "] n'y figurait deja plus."
				NOT INVALID KEY
					DELETE MEMBRES-FILE
						INVALID KEY
							DISPLAY "Suppression de la fiche impossible (statut " FS_MEMBRES ")."
							MOVE 8 TO CODE_RETOUR
						NOT INVALID KEY
							DISPLAY "MEMBRES.DAT : fiche de [" NOM_PARTI "] retiree."
							ADD 1 TO NB_TOTAL_MODIFIES
					END-DELETE
			END-READ
			CLOSE MEMBRES-FILE
		ELSE
			DISPLAY "MEMBRES.DAT absent ou illisible (statut " FS_MEMBRES ")."
		END-IF.

	TERMINER_EXECUTION.
		*> Fin unique : trace du passage dans EXECLOG.DAT puis code
		*> retour (0 = propre, 8 = erreur).
		MOVE NB_TOTAL_MODIFIES TO NB_ECRITS.
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
			MOVE "Touche-Anonyme" TO EXL_PROGRAMME
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
