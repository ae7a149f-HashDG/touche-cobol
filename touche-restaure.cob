	PROGRAM-ID. Touche-Restaure.
	DATE-WRITTEN. 02/09/2026.
	AUTHOR. Hippolyte Damay--Glorieux.
	REMARKS. "Utilitaire de restauration des generations de sauvegarde : liste le catalogue SAUVEGARDES.DAT (fichier, generation, date, volume), laisse l'operateur choisir une generation et, apres confirmation, remet le fichier vivant en place. Les generations sont ecrites par Touche-Purge (archives), Touche-Reconcil (JOUEURS.DAT) et Touche-Anonyme (membre parti) avant reecriture ; le chemin du retour quand celle-ci s'est mal passee. Restaurer ARCHJRN.DAT resynchronise ARCHNUM.DAT".
ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SV3-REPLAY-FILE ASSIGN TO "ARCHREP.SV3"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_REP.
		SELECT HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_HISTORIQUE.
		SELECT SV1-HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.SV1"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_HIS.
		SELECT SV2-HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.SV2"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_HIS.
		SELECT SV3-HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.SV3"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_HIS.
		SELECT CALENDRIER-FILE ASSIGN TO "CALENDRIER.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_CALENDRIER.
		SELECT SV1-CALENDRIER-FILE ASSIGN TO "CALENDRIER.SV1"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_CAL.
		SELECT SV2-CALENDRIER-FILE ASSIGN TO "CALENDRIER.SV2"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_CAL.
		SELECT SV3-CALENDRIER-FILE ASSIGN TO "CALENDRIER.SV3"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_CAL.
		SELECT CORRECTIONS-FILE ASSIGN TO "CORRECTIONS.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_CORRECTIONS.
		SELECT SV1-CORRECTIONS-FILE ASSIGN TO "CORRECTIONS.SV1"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_COR.
		SELECT SV2-CORRECTIONS-FILE ASSIGN TO "CORRECTIONS.SV2"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_COR.
		SELECT SV3-CORRECTIONS-FILE ASSIGN TO "CORRECTIONS.SV3"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_COR.
		SELECT TROPHEES-FILE ASSIGN TO "TROPHEES.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ETR_CLE
			FILE STATUS IS FS_TROPHEES.
		SELECT SV1-TROPHEES-FILE ASSIGN TO "TROPHEES.SV1"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_TRO.
		SELECT SV2-TROPHEES-FILE ASSIGN TO "TROPHEES.SV2"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_TRO.
		SELECT SV3-TROPHEES-FILE ASSIGN TO "TROPHEES.SV3"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_TRO.
		SELECT MEMBRES-FILE ASSIGN TO "MEMBRES.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EM_NOM
			FILE STATUS IS FS_MEMBRES.
		SELECT SV1-MEMBRES-FILE ASSIGN TO "MEMBRES.SV1"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_MEM.
		SELECT SV2-MEMBRES-FILE ASSIGN TO "MEMBRES.SV2"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_MEM.
		SELECT SV3-MEMBRES-FILE ASSIGN TO "MEMBRES.SV3"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_MEM.
		SELECT COUPE-FILE ASSIGN TO "COUPE.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_COUPE.
		SELECT SV1-COUPE-FILE ASSIGN TO "COUPE.SV1"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_CUP.
		SELECT SV2-COUPE-FILE ASSIGN TO "COUPE.SV2"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_CUP.
		SELECT SV3-COUPE-FILE ASSIGN TO "COUPE.SV3"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS FS_SV_CUP.
		*>--------------------------------------------------------------
		*>	Fichier de controle du dernier numero de partie attribue :
		*>	une restauration d'ARCHJRN.DAT vers une generation plus
	01	ENR_SV2_REPLAY		PIC X(489).
	FD	SV3-REPLAY-FILE.
	01	ENR_SV3_REPLAY		PIC X(489).
	FD	HISTORIQUE-FILE.
	01	ENR_HISTORIQUE		PIC X(137).
	FD	SV1-HISTORIQUE-FILE.
	01	ENR_SV1_HISTORIQUE	PIC X(137).
	FD	SV2-HISTORIQUE-FILE.
	01	ENR_SV2_HISTORIQUE	PIC X(137).
	FD	SV3-HISTORIQUE-FILE.
	01	ENR_SV3_HISTORIQUE	PIC X(137).
	FD	CALENDRIER-FILE.
	01	ENR_FIXTURE		PIC X(73).
	FD	SV1-CALENDRIER-FILE.
	01	ENR_SV1_CALENDRIER	PIC X(73).
	FD	SV2-CALENDRIER-FILE.
	01	ENR_SV2_CALENDRIER	PIC X(73).
	FD	SV3-CALENDRIER-FILE.
	01	ENR_SV3_CALENDRIER	PIC X(73).
	FD	CORRECTIONS-FILE.
	01	ENR_CORRECTION		PIC X(170).
	FD	SV1-CORRECTIONS-FILE.
	01	ENR_SV1_CORRECTION	PIC X(170).
	FD	SV2-CORRECTIONS-FILE.
	01	ENR_SV2_CORRECTION	PIC X(170).
	FD	SV3-CORRECTIONS-FILE.
	01	ENR_SV3_CORRECTION	PIC X(170).
	FD	TROPHEES-FILE.
	01	ENR_TROPHEE.
		05	ETR_CLE.
			10	ETR_NOM			PIC X(20).
			10	ETR_CODE		PIC X(4).
		05	ETR_DATE		PIC X(8).
		05	ETR_MATCH		PIC 9(05).
	FD	SV1-TROPHEES-FILE.
	01	ENR_SV1_TROPHEES	PIC X(37).
	FD	SV2-TROPHEES-FILE.
	01	ENR_SV2_TROPHEES	PIC X(37).
	FD	SV3-TROPHEES-FILE.
	01	ENR_SV3_TROPHEES	PIC X(37).
	FD	MEMBRES-FILE.
	01	ENR_MEMBRE.
		05	EM_NOM			PIC X(20).
		05	EM_TYPE			PIC X.
		05	EM_DATE_ADHESION	PIC X(8).
		05	EM_PAYE_JUSQU_AU	PIC X(8).
		05	EM_CONTACT		PIC X(40).
	FD	SV1-MEMBRES-FILE.
	01	ENR_SV1_MEMBRES		PIC X(77).
	FD	SV2-MEMBRES-FILE.
	01	ENR_SV2_MEMBRES		PIC X(77).
	FD	SV3-MEMBRES-FILE.
	01	ENR_SV3_MEMBRES		PIC X(77).
	FD	COUPE-FILE.
	01	ENR_COUPE		PIC X(79).
	FD	SV1-COUPE-FILE.
	01	ENR_SV1_COUPE		PIC X(79).
	FD	SV2-COUPE-FILE.
	01	ENR_SV2_COUPE		PIC X(79).
	FD	SV3-COUPE-FILE.
	01	ENR_SV3_COUPE		PIC X(79).
	FD	ARCHNUM-FILE.
	01	ENR_ARCHNUM.
		05	EAN_DERNIER		PIC 9(05).
		77	FS_SV_JRN				PIC XX.
		77	FS_ARCHREP				PIC XX.
		77	FS_SV_REP				PIC XX.
		77	FS_HISTORIQUE				PIC XX.
		77	FS_SV_HIS				PIC XX.
		77	FS_CALENDRIER				PIC XX.
		77	FS_SV_CAL				PIC XX.
		77	FS_CORRECTIONS				PIC XX.
		77	FS_SV_COR				PIC XX.
		77	FS_TROPHEES				PIC XX.
		77	FS_SV_TRO				PIC XX.
		77	FS_MEMBRES				PIC XX.
		77	FS_SV_MEM				PIC XX.
		77	FS_COUPE				PIC XX.
		77	FS_SV_CUP				PIC XX.
		77	FS_ARCHNUM				PIC XX.
		77	NUM_ARCHIVE_MAX				PIC 9(05).
		*>--------------------------------------------------------------
		*>	Catalogue charge en table, numerote pour le choix
		*>--------------------------------------------------------------
		01	CATALOGUE_TABLE.
			05	CAT_ENTREE			OCCURS 30 TIMES.
				10	CAT_FICHIER		PIC X(12).
				10	CAT_GENERATION		PIC 9.
				10	CAT_DATE		PIC X(8).
			PERFORM RESTAURER_ARCHJRN
		WHEN "ARCHREP.DAT"
			PERFORM RESTAURER_ARCHREP
		WHEN "HISTORIQUE"
			PERFORM RESTAURER_HISTORIQUE
		WHEN "CALENDRIER"
			PERFORM RESTAURER_CALENDRIER
		WHEN "CORRECTIONS"
			PERFORM RESTAURER_CORRECTIONS
		WHEN "TROPHEES.DAT"
			PERFORM RESTAURER_TROPHEES
		WHEN "MEMBRES.DAT"
			PERFORM RESTAURER_MEMBRES
		WHEN "COUPE.DAT"
			PERFORM RESTAURER_COUPE
		WHEN OTHER
			DISPLAY "Fichier inconnu au catalogue : " CAT_FICHIER(IDX_CAT)
	END-EVALUATE.
				READ CATALOGUE-FILE
					AT END CONTINUE
					NOT AT END
						IF NB_CAT IS LESS THAN 30 THEN
							ADD 1 TO NB_CAT
							MOVE SV_FICHIER TO CAT_FICHIER(NB_CAT)
							MOVE SV_GENERATION TO CAT_GENERATION(NB_CAT)
			END-EVALUATE
			DISPLAY "ARCHREP.DAT restaure : " NB_RESTAURES " enregistrement(s)."
		END-IF.

	RESTAURER_HISTORIQUE.
		EVALUATE CAT_GENERATION(IDX_CAT)
			WHEN 1
				OPEN INPUT SV1-HISTORIQUE-FILE
			WHEN 2
				OPEN INPUT SV2-HISTORIQUE-FILE
			WHEN 3
				OPEN INPUT SV3-HISTORIQUE-FILE
		END-EVALUATE.
		IF FS_SV_HIS IS NOT EQUAL TO "00" THEN
			DISPLAY "Generation introuvable (statut " FS_SV_HIS "), rien n'a ete touche."
		ELSE
			OPEN OUTPUT HISTORIQUE-FILE
			PERFORM TEST BEFORE UNTIL FS_SV_HIS IS EQUAL TO "10"
				EVALUATE CAT_GENERATION(IDX_CAT)
					WHEN 1
						READ SV1-HISTORIQUE-FILE
							AT END CONTINUE
							NOT AT END
								MOVE ENR_SV1_HISTORIQUE TO ENR_HISTORIQUE
								WRITE ENR_HISTORIQUE
								ADD 1 TO NB_RESTAURES
						END-READ
					WHEN 2
						READ SV2-HISTORIQUE-FILE
							AT END CONTINUE
							NOT AT END
								MOVE ENR_SV2_HISTORIQUE TO ENR_HISTORIQUE
								WRITE ENR_HISTORIQUE
								ADD 1 TO NB_RESTAURES
						END-READ
					WHEN 3
						READ SV3-HISTORIQUE-FILE
							AT END CONTINUE
							NOT AT END
								MOVE ENR_SV3_HISTORIQUE TO ENR_HISTORIQUE
								WRITE ENR_HISTORIQUE
								ADD 1 TO NB_RESTAURES
						END-READ
				END-EVALUATE
			END-PERFORM
			CLOSE HISTORIQUE-FILE
			EVALUATE CAT_GENERATION(IDX_CAT)
				WHEN 1
					CLOSE SV1-HISTORIQUE-FILE
				WHEN 2
					CLOSE SV2-HISTORIQUE-FILE
				WHEN 3
					CLOSE SV3-HISTORIQUE-FILE
			END-EVALUATE
			DISPLAY "HISTORIQUE.DAT restaure : " NB_RESTAURES " enregistrement(s)."
		END-IF.

	RESTAURER_CALENDRIER.
		EVALUATE CAT_GENERATION(IDX_CAT)
			WHEN 1
				OPEN INPUT SV1-CALENDRIER-FILE
			WHEN 2
				OPEN INPUT SV2-CALENDRIER-FILE
			WHEN 3
				OPEN INPUT SV3-CALENDRIER-FILE
		END-EVALUATE.
		IF FS_SV_CAL IS NOT EQUAL TO "00" THEN
			DISPLAY "Generation introuvable (statut " FS_SV_CAL "), rien n'a ete touche."
		ELSE
			OPEN OUTPUT CALENDRIER-FILE
			PERFORM TEST BEFORE UNTIL FS_SV_CAL IS EQUAL TO "10"
				EVALUATE CAT_GENERATION(IDX_CAT)
					WHEN 1
						READ SV1-CALENDRIER-FILE
							AT END CONTINUE
							NOT AT END
								MOVE ENR_SV1_CALENDRIER TO ENR_FIXTURE
								WRITE ENR_FIXTURE
								ADD 1 TO NB_RESTAURES
						END-READ
					WHEN 2
						READ SV2-CALENDRIER-FILE
							AT END CONTINUE
							NOT AT END
								MOVE ENR_SV2_CALENDRIER TO ENR_FIXTURE
								WRITE ENR_FIXTURE
								ADD 1 TO NB_RESTAURES
						END-READ
					WHEN 3
						READ SV3-CALENDRIER-FILE
							AT END CONTINUE
							NOT AT END
								MOVE ENR_SV3_CALENDRIER TO ENR_FIXTURE
								WRITE ENR_FIXTURE
								ADD 1 TO NB_RESTAURES
						END-READ
				END-EVALUATE
			END-PERFORM
			CLOSE CALENDRIER-FILE
			EVALUATE CAT_GENERATION(IDX_CAT)
				WHEN 1
					CLOSE SV1-CALENDRIER-FILE
				WHEN 2
					CLOSE SV2-CALENDRIER-FILE
				WHEN 3
					CLOSE SV3-CALENDRIER-FILE
			END-EVALUATE
			DISPLAY "CALENDRIER.DAT restaure : " NB_RESTAURES " enregistrement(s)."
		END-IF.

	RESTAURER_CORRECTIONS.
		EVALUATE CAT_GENERATION(IDX_CAT)
			WHEN 1
				OPEN INPUT SV1-CORRECTIONS-FILE
			WHEN 2
				OPEN INPUT SV2-CORRECTIONS-FILE
			WHEN 3
				OPEN INPUT SV3-CORRECTIONS-FILE
		END-EVALUATE.
		IF FS_SV_COR IS NOT EQUAL TO "00" THEN
			DISPLAY "Generation introuvable (statut " FS_SV_COR "), rien n'a ete touche."
		ELSE
			OPEN OUTPUT CORRECTIONS-FILE
			PERFORM TEST BEFORE UNTIL FS_SV_COR IS EQUAL TO "10"
				EVALUATE CAT_GENERATION(IDX_CAT)
					WHEN 1
						READ SV1-CORRECTIONS-FILE
							AT END CONTINUE
							NOT AT END
								MOVE ENR_SV1_CORRECTION TO ENR_CORRECTION
								WRITE ENR_CORRECTION
								ADD 1 TO NB_RESTAURES
						END-READ
					WHEN 2
						READ SV2-CORRECTIONS-FILE
							AT END CONTINUE
							NOT AT END
								MOVE ENR_SV2_CORRECTION TO ENR_CORRECTION
								WRITE ENR_CORRECTION
								ADD 1 TO NB_RESTAURES
						END-READ
					WHEN 3
						READ SV3-CORRECTIONS-FILE
							AT END CONTINUE
							NOT AT END
								MOVE ENR_SV3_CORRECTION TO ENR_CORRECTION
								WRITE ENR_CORRECTION
								ADD 1 TO NB_RESTAURES
						END-READ
				END-EVALUATE
			END-PERFORM
			CLOSE CORRECTIONS-FILE
			EVALUATE CAT_GENERATION(IDX_CAT)
				WHEN 1
					CLOSE SV1-CORRECTIONS-FILE
				WHEN 2
					CLOSE SV2-CORRECTIONS-FILE
				WHEN 3
					CLOSE SV3-CORRECTIONS-FILE
			END-EVALUATE
			DISPLAY "CORRECTIONS.DAT restaure : " NB_RESTAURES " enregistrement(s)."
		END-IF.

	RESTAURER_TROPHEES.
		*> Meme rechargement que le maitre : la decharge a plat suit
		*> l'ordre de la cle joueur + code.
		EVALUATE CAT_GENERATION(IDX_CAT)
			WHEN 1
				OPEN INPUT SV1-TROPHEES-FILE
			WHEN 2
				OPEN INPUT SV2-TROPHEES-FILE
			WHEN 3
				OPEN INPUT SV3-TROPHEES-FILE
		END-EVALUATE.
		IF FS_SV_TRO IS NOT EQUAL TO "00" THEN
			DISPLAY "Generation introuvable (statut " FS_SV_TRO "), rien n'a ete touche."
		ELSE
			OPEN OUTPUT TROPHEES-FILE
			IF FS_TROPHEES IS NOT EQUAL TO "00" THEN
				DISPLAY "TROPHEES.DAT inutilisable (statut " FS_TROPHEES ")."
			ELSE
				PERFORM TEST BEFORE UNTIL FS_SV_TRO IS EQUAL TO "10"
					EVALUATE CAT_GENERATION(IDX_CAT)
						WHEN 1
							READ SV1-TROPHEES-FILE
								AT END CONTINUE
								NOT AT END
									MOVE ENR_SV1_TROPHEES TO ENR_TROPHEE
									WRITE ENR_TROPHEE
									ADD 1 TO NB_RESTAURES
							END-READ
						WHEN 2
							READ SV2-TROPHEES-FILE
								AT END CONTINUE
								NOT AT END
									MOVE ENR_SV2_TROPHEES TO ENR_TROPHEE
									WRITE ENR_TROPHEE
									ADD 1 TO NB_RESTAURES
							END-READ
						WHEN 3
							READ SV3-TROPHEES-FILE
								AT END CONTINUE
								NOT AT END
									MOVE ENR_SV3_TROPHEES TO ENR_TROPHEE
									WRITE ENR_TROPHEE
									ADD 1 TO NB_RESTAURES
							END-READ
					END-EVALUATE
				END-PERFORM
				CLOSE TROPHEES-FILE
				DISPLAY "TROPHEES.DAT restaure : " NB_RESTAURES " trophee(s)."
			END-IF
			EVALUATE CAT_GENERATION(IDX_CAT)
				WHEN 1
					CLOSE SV1-TROPHEES-FILE
				WHEN 2
					CLOSE SV2-TROPHEES-FILE
				WHEN 3
					CLOSE SV3-TROPHEES-FILE
			END-EVALUATE
		END-IF.

	RESTAURER_MEMBRES.
		*> Meme rechargement que le maitre : la decharge a plat suit
		*> l'ordre du nom de l'adherent.
		EVALUATE CAT_GENERATION(IDX_CAT)
			WHEN 1
				OPEN INPUT SV1-MEMBRES-FILE
			WHEN 2
				OPEN INPUT SV2-MEMBRES-FILE
			WHEN 3
				OPEN INPUT SV3-MEMBRES-FILE
		END-EVALUATE.
		IF FS_SV_MEM IS NOT EQUAL TO "00" THEN
			DISPLAY "Generation introuvable (statut " FS_SV_MEM "), rien n'a ete touche."
		ELSE
			OPEN OUTPUT MEMBRES-FILE
			IF FS_MEMBRES IS NOT EQUAL TO "00" THEN
				DISPLAY "MEMBRES.DAT inutilisable (statut " FS_MEMBRES ")."
			ELSE
				PERFORM TEST BEFORE UNTIL FS_SV_MEM IS EQUAL TO "10"
					EVALUATE CAT_GENERATION(IDX_CAT)
						WHEN 1
							READ SV1-MEMBRES-FILE
								AT END CONTINUE
								NOT AT END
									MOVE ENR_SV1_MEMBRES TO ENR_MEMBRE
									WRITE ENR_MEMBRE
									ADD 1 TO NB_RESTAURES
							END-READ
						WHEN 2
							READ SV2-MEMBRES-FILE
								AT END CONTINUE
								NOT AT END
									MOVE ENR_SV2_MEMBRES TO ENR_MEMBRE
									WRITE ENR_MEMBRE
									ADD 1 TO NB_RESTAURES
							END-READ
						WHEN 3
							READ SV3-MEMBRES-FILE
								AT END CONTINUE
								NOT AT END
									MOVE ENR_SV3_MEMBRES TO ENR_MEMBRE
									WRITE ENR_MEMBRE
									ADD 1 TO NB_RESTAURES
							END-READ
					END-EVALUATE
				END-PERFORM
				CLOSE MEMBRES-FILE
				DISPLAY "MEMBRES.DAT restaure : " NB_RESTAURES " fiche(s)."
			END-IF
			EVALUATE CAT_GENERATION(IDX_CAT)
				WHEN 1
					CLOSE SV1-MEMBRES-FILE
				WHEN 2
					CLOSE SV2-MEMBRES-FILE
				WHEN 3
					CLOSE SV3-MEMBRES-FILE
			END-EVALUATE
		END-IF.

	RESTAURER_COUPE.
		EVALUATE CAT_GENERATION(IDX_CAT)
			WHEN 1
				OPEN INPUT SV1-COUPE-FILE
			WHEN 2
				OPEN INPUT SV2-COUPE-FILE
			WHEN 3
				OPEN INPUT SV3-COUPE-FILE
		END-EVALUATE.
		IF FS_SV_CUP IS NOT EQUAL TO "00" THEN
			DISPLAY "Generation introuvable (statut " FS_SV_CUP "), rien n'a ete touche."
		ELSE
			OPEN OUTPUT COUPE-FILE
			PERFORM TEST BEFORE UNTIL FS_SV_CUP IS EQUAL TO "10"
				EVALUATE CAT_GENERATION(IDX_CAT)
					WHEN 1
						READ SV1-COUPE-FILE
							AT END CONTINUE
							NOT AT END
								MOVE ENR_SV1_COUPE TO ENR_COUPE
								WRITE ENR_COUPE
								ADD 1 TO NB_RESTAURES
						END-READ
					WHEN 2
						READ SV2-COUPE-FILE
							AT END CONTINUE
							NOT AT END
								MOVE ENR_SV2_COUPE TO ENR_COUPE
								WRITE ENR_COUPE
								ADD 1 TO NB_RESTAURES
						END-READ
					WHEN 3
						READ SV3-COUPE-FILE
							AT END CONTINUE
							NOT AT END
								MOVE ENR_SV3_COUPE TO ENR_COUPE
								WRITE ENR_COUPE
								ADD 1 TO NB_RESTAURES
						END-READ
				END-EVALUATE
			END-PERFORM
			CLOSE COUPE-FILE
			EVALUATE CAT_GENERATION(IDX_CAT)
				WHEN 1
					CLOSE SV1-COUPE-FILE
				WHEN 2
					CLOSE SV2-COUPE-FILE
				WHEN 3
					CLOSE SV3-COUPE-FILE
			END-EVALUATE
			DISPLAY "COUPE.DAT restaure : " NB_RESTAURES " enregistrement(s)."
		END-IF.
