IDENTIFICATION DIVISION.
PROGRAM-ID. Planif.
DATE-WRITTEN. 15/10/26.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT FICHIER-CALENDRIER ASSIGN TO "CALENDRIER.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-CALENDRIER.
	SELECT FICHIER-FERIES ASSIGN TO "JOURSFERIES.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-FERIES.
	SELECT FICHIER-CARRES ASSIGN TO "CARRES.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CARRE-CLE
		FILE STATUS IS STATUT-CARRES.
	SELECT FICHIER-DATASET ASSIGN TO WS-NOM-DATASET
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-DATASET.
	SELECT FICHIER-PARAMETRES ASSIGN TO "PARAMETRES.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-PARAMETRES.
	SELECT FICHIER-PLANIFIES ASSIGN TO "PLANIFIES.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-PLANIFIES.
	SELECT FICHIER-PLANNING ASSIGN TO "PLANNING.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-PLANNING.

DATA DIVISION.
FILE SECTION.
FD  FICHIER-CALENDRIER.
	01	ENR-CALENDRIER.
		05	CAL-JOB-ID		PIC	X(8).
		05	CAL-ACTIF		PIC	X.
		05	CAL-JOURS		PIC	X(7).
		05	CAL-FIN-MOIS		PIC	X.
		05	CAL-FERIE		PIC	X.
		05	CAL-MODE		PIC	X.
		05	CAL-CLE			PIC	A(25).
		05	CAL-CARRE-ID		PIC	X(10).
		05	CAL-DATASET-IN		PIC	X(30).
		05	CAL-DATASET-OUT		PIC	X(30).
		05	CAL-FREQ-CKPT		PIC	9(5).
		05	CAL-FORMAT		PIC	X.
		05	CAL-JOURS-DOUBLON	PIC	9(3).
		05	CAL-REEMISSION		PIC	X.
FD  FICHIER-FERIES.
	01	ENR-FERIE.
		05	FER-DATE		PIC	9(8).
		05	FER-LIBELLE		PIC	X(30).
FD  FICHIER-CARRES.
	01	ENR-CARRE.
		05	CARRE-CLE.
			10	CARRE-ID		PIC	X(10).
			10	CARRE-EFFET.
				15	CARRE-DATE-EFFET	PIC	9(8).
				15	CARRE-HEURE-EFFET	PIC	9(6).
		05	CARRE-VALEUR		PIC	A(25).
FD  FICHIER-DATASET.
	01	ENR-DATASET		PIC	X(480).
FD  FICHIER-PARAMETRES.
	01	ENR-PARAMETRE.
		05	PARAM-MODE		PIC	X.
		05	PARAM-CLE		PIC	A(25).
		05	PARAM-CARRE-ID		PIC	X(10).
		05	PARAM-DATASET-IN	PIC	X(30).
		05	PARAM-DATASET-OUT	PIC	X(30).
		05	PARAM-FREQ-CKPT		PIC	9(5).
		05	PARAM-FORMAT		PIC	X.
		05	PARAM-JOURS-DOUBLON	PIC	9(3).
		05	PARAM-REEMISSION	PIC	X.
FD  FICHIER-PLANIFIES.
	01	ENR-PLANIFIE.
		05	PLA-DATE		PIC	9(8).
		05	PLA-GENERATION		PIC	X(14).
		05	PLA-JOB-ID		PIC	X(8).
		05	PLA-ETAT		PIC	X.
		05	PLA-MODE		PIC	X.
		05	PLA-CARRE-ID		PIC	X(10).
		05	PLA-DATASET-IN		PIC	X(30).
		05	PLA-DATASET-OUT		PIC	X(30).
FD  FICHIER-PLANNING.
	01	ENR-PLANNING		PIC	X(132).

WORKING-STORAGE SECTION.
	01	STATUT-CALENDRIER	PIC	XX.
	01	STATUT-FERIES		PIC	XX.
	01	STATUT-CARRES		PIC	XX.
	01	STATUT-DATASET		PIC	XX.
	01	STATUT-PARAMETRES	PIC	XX.
	01	STATUT-PLANIFIES	PIC	XX.
	01	STATUT-PLANNING		PIC	XX.
	01	WS-NOM-DATASET		PIC	X(30).
	01	WS-DATE-HEURE		PIC	X(21).
	01	WS-GENERATION		PIC	X(14).
	01	WS-DATE-SAISIE		PIC	X(8).
	01	WS-DATE-TRAITEMENT	PIC	9(8).
	01	WS-DATE-TRAITEMENT-X	PIC	X(8).
	01	WS-DATE-TEST		PIC	9(8).
	01	WS-DATE-LENDEMAIN	PIC	9(8).
	01	WS-DATE-REPORT		PIC	9(8).
	01	WS-ENTIER-JOUR		PIC	9(8).
	01	WS-ENTIER-TEST		PIC	9(8).
	01	WS-JOUR-SEMAINE		PIC	9.
	01	WS-NOM-JOUR		PIC	X(8).
	01	WS-NOMS-JOURS		PIC	X(56)	VALUE
		"LUNDI   MARDI   MERCREDIJEUDI   VENDREDISAMEDI  DIMANCHE".
	01	WS-LIBELLE-FERIE	PIC	X(30).
	01	WS-ECART-JOURS		PIC	99.
	01	WS-LIGNE-PLANNING	PIC	X(132).
	01	WS-PTR-PLANNING		PIC	999.
	01	WS-DATASET-IN		PIC	X(30).
	01	WS-DATASET-OUT		PIC	X(30).
	01	WS-MODE-JOB		PIC	X.
	01	WS-ETAT-JOB		PIC	X(13).
	01	WS-MOTIF-JOB		PIC	X(34).
	01	IND-FIN-FICHIER		PIC	A	VALUE "N".
	01	IND-TABLE-PLEINE	PIC	A	VALUE "N".
	01	IND-FIN-DE-MOIS		PIC	A	VALUE "N".
	01	IND-JOUR-FERIE		PIC	A	VALUE "N".
	01	IND-FERIE-TRAITEMENT	PIC	A	VALUE "N".
	01	IND-JOUR-PREVU		PIC	A	VALUE "N".
	01	IND-PLANIFIE		PIC	A	VALUE "N".
	01	IND-CARRE-EXISTE	PIC	A	VALUE "N".
	01	IND-CARRES-OUVERT	PIC	A	VALUE "N".
	01	IND-PLANIFIES-OUVERT	PIC	A	VALUE "N".
	01	I			PIC	999.
	01	TABLE-FERIES.
		05	JF-POSTE	OCCURS 100.
			10	JF-DATE		PIC	9(8).
			10	JF-LIBELLE	PIC	X(30).
	01	JF-NB			PIC	999	VALUE ZERO.
	01	WS-NB-JOBS-LUS		PIC	9(4)	VALUE ZERO.
	01	WS-NB-INACTIFS		PIC	9(4)	VALUE ZERO.
	01	WS-NB-PLANIFIES		PIC	9(4)	VALUE ZERO.
	01	WS-NB-ECARTES		PIC	9(4)	VALUE ZERO.
	01	WS-NB-AVERTIS		PIC	9(4)	VALUE ZERO.
	01	WS-NB-FERIES-SAUTES	PIC	9(4)	VALUE ZERO.
	01	WS-CODE-RETOUR		PIC	99	VALUE ZERO.

PROCEDURE DIVISION.
PROGRAMME-PRINCIPAL.
	MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.
	MOVE WS-DATE-HEURE(1:14) TO WS-GENERATION.
	DISPLAY "Date de traitement (AAAAMMJJ, vide = aujourd'hui) ?".
	ACCEPT WS-DATE-SAISIE.
	IF WS-DATE-SAISIE IS = SPACE OR WS-DATE-SAISIE IS NOT NUMERIC THEN
		MOVE WS-DATE-HEURE(1:8) TO WS-DATE-SAISIE
	END-IF.
	MOVE WS-DATE-SAISIE TO WS-DATE-TRAITEMENT.
	IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-TRAITEMENT) IS NOT = ZERO THEN
		DISPLAY "Date de traitement invalide : " WS-DATE-SAISIE
		MOVE 8 TO WS-CODE-RETOUR
	ELSE
		MOVE WS-DATE-TRAITEMENT TO WS-DATE-TRAITEMENT-X
		OPEN OUTPUT FICHIER-PLANNING
		IF STATUT-PLANNING IS NOT = "00" THEN
			DISPLAY "Fichier de planning indisponible"
			MOVE 8 TO WS-CODE-RETOUR
		ELSE
			PERFORM CHARGER_FERIES
			PERFORM CALCULER_JOUR
			PERFORM EDITER_ENTETE
			PERFORM PLANIFIER_JOBS
			PERFORM EDITER_BILAN
			CLOSE FICHIER-PLANNING
			DISPLAY "Planification terminée, voir PLANNING.RPT"
		END-IF
	END-IF.
	MOVE WS-CODE-RETOUR TO RETURN-CODE.
	STOP RUN.

CHARGER_FERIES.
	MOVE ZERO TO JF-NB.
	MOVE "N" TO IND-FIN-FICHIER.
	MOVE "N" TO IND-TABLE-PLEINE.
	OPEN INPUT FICHIER-FERIES.
	IF STATUT-FERIES IS = "00" THEN
		PERFORM UNTIL IND-FIN-FICHIER IS = "O"
			READ FICHIER-FERIES
				AT END
					MOVE "O" TO IND-FIN-FICHIER
				NOT AT END
					IF FER-DATE IS NUMERIC AND FER-DATE IS NOT = ZERO THEN
						IF JF-NB < 100 THEN
							ADD 1 TO JF-NB
							MOVE ENR-FERIE TO JF-POSTE(JF-NB)
						ELSE
							MOVE "O" TO IND-TABLE-PLEINE
						END-IF
					END-IF
			END-READ
		END-PERFORM
		CLOSE FICHIER-FERIES
	END-IF.

CALCULER_JOUR.
	COMPUTE WS-ENTIER-JOUR = FUNCTION INTEGER-OF-DATE(WS-DATE-TRAITEMENT).
	COMPUTE WS-JOUR-SEMAINE = FUNCTION MOD(WS-ENTIER-JOUR - 1, 7) + 1.
	MOVE WS-NOMS-JOURS((WS-JOUR-SEMAINE - 1) * 8 + 1:8) TO WS-NOM-JOUR.
	COMPUTE WS-DATE-LENDEMAIN = FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR + 1).
	IF WS-DATE-LENDEMAIN(7:2) IS = "01" THEN
		MOVE "O" TO IND-FIN-DE-MOIS
	ELSE
		MOVE "N" TO IND-FIN-DE-MOIS
	END-IF.
	MOVE WS-ENTIER-JOUR TO WS-ENTIER-TEST.
	PERFORM RECHERCHER-FERIE.
	MOVE IND-JOUR-FERIE TO IND-FERIE-TRAITEMENT.

EDITER_ENTETE.
	MOVE SPACE TO WS-LIGNE-PLANNING.
	MOVE 1 TO WS-PTR-PLANNING.
	STRING "JOBS PLANIFIES CE SOIR (CALENDRIER.DAT -> PARAMETRES.DAT)"
		"   Edité le : " WS-GENERATION
		DELIMITED BY SIZE INTO WS-LIGNE-PLANNING
		WITH POINTER WS-PTR-PLANNING
	END-STRING.
	PERFORM ECRIRE-LIGNE-PLANNING.
	MOVE SPACE TO WS-LIGNE-PLANNING.
	MOVE 1 TO WS-PTR-PLANNING.
	STRING "Date de traitement : " WS-DATE-TRAITEMENT " " WS-NOM-JOUR
		"   Fin de mois : " IND-FIN-DE-MOIS
		"   Jour férié : " IND-FERIE-TRAITEMENT " " WS-LIBELLE-FERIE
		DELIMITED BY SIZE INTO WS-LIGNE-PLANNING
		WITH POINTER WS-PTR-PLANNING
	END-STRING.
	PERFORM ECRIRE-LIGNE-PLANNING.
	IF IND-TABLE-PLEINE IS = "O" THEN
		MOVE "ATTENTION : plus de 100 jours fériés, les suivants sont ignorés" TO WS-LIGNE-PLANNING
		PERFORM ECRIRE-LIGNE-PLANNING
		MOVE 4 TO WS-CODE-RETOUR
	END-IF.
	PERFORM ECRIRE-LIGNE-VIDE.
	MOVE "JOB      M CARRE      ENTREE                         SORTIE                         ETAT          MOTIF" TO WS-LIGNE-PLANNING.
	PERFORM ECRIRE-LIGNE-PLANNING.

PLANIFIER_JOBS.
	MOVE "N" TO IND-FIN-FICHIER.
	OPEN INPUT FICHIER-CALENDRIER.
	IF STATUT-CALENDRIER IS NOT = "00" THEN
		MOVE "Calendrier des jobs (CALENDRIER.DAT) indisponible, PARAMETRES.DAT non généré" TO WS-LIGNE-PLANNING
		PERFORM ECRIRE-LIGNE-PLANNING
		MOVE 8 TO WS-CODE-RETOUR
	ELSE
		OPEN OUTPUT FICHIER-PARAMETRES
		IF STATUT-PARAMETRES IS NOT = "00" THEN
			MOVE "Fichier des paramètres (PARAMETRES.DAT) non réécrivable, rien n'est planifié" TO WS-LIGNE-PLANNING
			PERFORM ECRIRE-LIGNE-PLANNING
			MOVE 8 TO WS-CODE-RETOUR
			CLOSE FICHIER-CALENDRIER
		ELSE
			OPEN EXTEND FICHIER-PLANIFIES
			IF STATUT-PLANIFIES IS = "35" THEN
				OPEN OUTPUT FICHIER-PLANIFIES
			END-IF
			IF STATUT-PLANIFIES IS NOT = "00" THEN
				MOVE "ATTENTION : PLANIFIES.DAT indisponible, le contrôle des jobs manqués sera impossible" TO WS-LIGNE-PLANNING
				PERFORM ECRIRE-LIGNE-PLANNING
				MOVE "N" TO IND-PLANIFIES-OUVERT
				IF WS-CODE-RETOUR < 4 THEN
					MOVE 4 TO WS-CODE-RETOUR
				END-IF
			ELSE
				MOVE "O" TO IND-PLANIFIES-OUVERT
			END-IF
			PERFORM UNTIL IND-FIN-FICHIER IS = "O"
				READ FICHIER-CALENDRIER
					AT END
						MOVE "O" TO IND-FIN-FICHIER
					NOT AT END
						IF CAL-JOB-ID IS NOT = SPACE THEN
							PERFORM EXAMINER-JOB
						END-IF
				END-READ
			END-PERFORM
			CLOSE FICHIER-CALENDRIER
			CLOSE FICHIER-PARAMETRES
			IF IND-PLANIFIES-OUVERT IS = "O" THEN
				CLOSE FICHIER-PLANIFIES
			END-IF
			IF IND-CARRES-OUVERT IS = "O" THEN
				CLOSE FICHIER-CARRES
				MOVE "N" TO IND-CARRES-OUVERT
			END-IF
		END-IF
	END-IF.

EXAMINER-JOB.
	ADD 1 TO WS-NB-JOBS-LUS.
	MOVE SPACE TO WS-MOTIF-JOB.
	IF CAL-ACTIF IS NOT = "O" THEN
		ADD 1 TO WS-NB-INACTIFS
	ELSE
		PERFORM DETERMINER-PLANIFICATION
		IF IND-PLANIFIE IS = "O" THEN
			PERFORM PREPARER-JOB
		ELSE
			IF WS-MOTIF-JOB IS NOT = SPACE THEN
				ADD 1 TO WS-NB-FERIES-SAUTES
				PERFORM SUBSTITUER-DATE-DATASETS
				MOVE "NON PLANIFIE" TO WS-ETAT-JOB
				PERFORM ECRIRE-LIGNE-JOB
			END-IF
		END-IF
	END-IF.

DETERMINER-PLANIFICATION.
	MOVE "N" TO IND-PLANIFIE.
	MOVE WS-ENTIER-JOUR TO WS-ENTIER-TEST.
	PERFORM EVALUER-JOUR-PREVU.
	IF IND-FERIE-TRAITEMENT IS = "O" THEN
		IF IND-JOUR-PREVU IS = "O" THEN
			IF CAL-FERIE IS = "X" THEN
				MOVE "O" TO IND-PLANIFIE
				MOVE "EXECUTE MALGRE LE JOUR FERIE" TO WS-MOTIF-JOB
			ELSE
				IF CAL-FERIE IS = "R" THEN
					MOVE "JOUR FERIE, REPORTE AU JOUR OUVRE" TO WS-MOTIF-JOB
				ELSE
					MOVE "JOUR FERIE, EXECUTION SAUTEE" TO WS-MOTIF-JOB
				END-IF
			END-IF
		END-IF
	ELSE
		IF IND-JOUR-PREVU IS = "O" THEN
			MOVE "O" TO IND-PLANIFIE
		ELSE
			IF CAL-FERIE IS = "R" THEN
				PERFORM RECHERCHER-REPORT
			END-IF
		END-IF
	END-IF.

RECHERCHER-REPORT.
	MOVE 1 TO WS-ECART-JOURS.
	MOVE "O" TO IND-JOUR-FERIE.
	PERFORM UNTIL IND-JOUR-FERIE IS NOT = "O" OR IND-PLANIFIE IS = "O" OR WS-ECART-JOURS > 31
		COMPUTE WS-ENTIER-TEST = WS-ENTIER-JOUR - WS-ECART-JOURS
		PERFORM RECHERCHER-FERIE
		IF IND-JOUR-FERIE IS = "O" THEN
			PERFORM EVALUER-JOUR-PREVU
			IF IND-JOUR-PREVU IS = "O" THEN
				MOVE "O" TO IND-PLANIFIE
				COMPUTE WS-DATE-REPORT = FUNCTION DATE-OF-INTEGER(WS-ENTIER-TEST)
				MOVE SPACE TO WS-MOTIF-JOB
				MOVE 1 TO WS-PTR-PLANNING
				STRING "REPORT DU " WS-DATE-REPORT " (JOUR FERIE)"
					DELIMITED BY SIZE INTO WS-MOTIF-JOB
					WITH POINTER WS-PTR-PLANNING
				END-STRING
			END-IF
		END-IF
		ADD 1 TO WS-ECART-JOURS
	END-PERFORM.

EVALUER-JOUR-PREVU.
	MOVE "N" TO IND-JOUR-PREVU.
	COMPUTE WS-DATE-TEST = FUNCTION DATE-OF-INTEGER(WS-ENTIER-TEST + 1).
	IF CAL-FIN-MOIS IS = "F" THEN
		IF WS-DATE-TEST(7:2) IS = "01" THEN
			MOVE "O" TO IND-JOUR-PREVU
		END-IF
	ELSE
		COMPUTE I = FUNCTION MOD(WS-ENTIER-TEST - 1, 7) + 1
		IF CAL-JOURS(I:1) IS = "O" THEN
			MOVE "O" TO IND-JOUR-PREVU
		END-IF
		IF CAL-FIN-MOIS IS = "A" AND WS-DATE-TEST(7:2) IS = "01" THEN
			MOVE "O" TO IND-JOUR-PREVU
		END-IF
	END-IF.

RECHERCHER-FERIE.
	MOVE "N" TO IND-JOUR-FERIE.
	MOVE SPACE TO WS-LIBELLE-FERIE.
	COMPUTE WS-DATE-TEST = FUNCTION DATE-OF-INTEGER(WS-ENTIER-TEST).
	PERFORM VARYING I FROM 1 BY 1 UNTIL I > JF-NB
		IF JF-DATE(I) IS = WS-DATE-TEST THEN
			MOVE "O" TO IND-JOUR-FERIE
			MOVE JF-LIBELLE(I) TO WS-LIBELLE-FERIE
		END-IF
	END-PERFORM.

PREPARER-JOB.
	MOVE FUNCTION UPPER-CASE(CAL-MODE) TO WS-MODE-JOB.
	PERFORM SUBSTITUER-DATE-DATASETS.
	MOVE "PLANIFIE" TO WS-ETAT-JOB.
	PERFORM CONTROLER-CARRE-EXISTE.
	IF IND-CARRE-EXISTE IS NOT = "O" THEN
		IF WS-MODE-JOB IS = "C" OR WS-MODE-JOB IS = "D" OR WS-MODE-JOB IS = "T" THEN
			MOVE "AVERTISSEMENT" TO WS-ETAT-JOB
			MOVE "CARRE INCONNU, CREE PAR LE JOB" TO WS-MOTIF-JOB
		ELSE
			MOVE "ECARTE" TO WS-ETAT-JOB
			MOVE "CARRE ABSENT DE CARRES.DAT" TO WS-MOTIF-JOB
		END-IF
	END-IF.
	IF WS-ETAT-JOB IS NOT = "ECARTE" THEN
		MOVE WS-DATASET-IN TO WS-NOM-DATASET
		OPEN INPUT FICHIER-DATASET
		IF STATUT-DATASET IS = "00" THEN
			CLOSE FICHIER-DATASET
		ELSE
			MOVE "ECARTE" TO WS-ETAT-JOB
			MOVE SPACE TO WS-MOTIF-JOB
			MOVE 1 TO WS-PTR-PLANNING
			STRING "ENTREE ABSENTE (STATUT " STATUT-DATASET ")"
				DELIMITED BY SIZE INTO WS-MOTIF-JOB
				WITH POINTER WS-PTR-PLANNING
			END-STRING
		END-IF
	END-IF.
	IF WS-ETAT-JOB IS = "ECARTE" THEN
		ADD 1 TO WS-NB-ECARTES
		MOVE 8 TO WS-CODE-RETOUR
		MOVE "E" TO PLA-ETAT
	ELSE
		IF WS-ETAT-JOB IS = "AVERTISSEMENT" THEN
			ADD 1 TO WS-NB-AVERTIS
			IF WS-CODE-RETOUR < 4 THEN
				MOVE 4 TO WS-CODE-RETOUR
			END-IF
		END-IF
		ADD 1 TO WS-NB-PLANIFIES
		MOVE "P" TO PLA-ETAT
		MOVE CAL-MODE TO PARAM-MODE
		MOVE CAL-CLE TO PARAM-CLE
		MOVE CAL-CARRE-ID TO PARAM-CARRE-ID
		MOVE WS-DATASET-IN TO PARAM-DATASET-IN
		MOVE WS-DATASET-OUT TO PARAM-DATASET-OUT
		MOVE CAL-FREQ-CKPT TO PARAM-FREQ-CKPT
		MOVE CAL-FORMAT TO PARAM-FORMAT
		MOVE CAL-JOURS-DOUBLON TO PARAM-JOURS-DOUBLON
		MOVE CAL-REEMISSION TO PARAM-REEMISSION
		WRITE ENR-PARAMETRE
	END-IF.
	IF IND-PLANIFIES-OUVERT IS = "O" THEN
		MOVE WS-DATE-TRAITEMENT TO PLA-DATE
		MOVE WS-GENERATION TO PLA-GENERATION
		MOVE CAL-JOB-ID TO PLA-JOB-ID
		MOVE CAL-MODE TO PLA-MODE
		MOVE CAL-CARRE-ID TO PLA-CARRE-ID
		MOVE WS-DATASET-IN TO PLA-DATASET-IN
		MOVE WS-DATASET-OUT TO PLA-DATASET-OUT
		WRITE ENR-PLANIFIE
	END-IF.
	PERFORM ECRIRE-LIGNE-JOB.

SUBSTITUER-DATE-DATASETS.
	MOVE CAL-DATASET-IN TO WS-DATASET-IN.
	INSPECT WS-DATASET-IN REPLACING ALL "AAAAMMJJ" BY WS-DATE-TRAITEMENT-X.
	MOVE CAL-DATASET-OUT TO WS-DATASET-OUT.
	INSPECT WS-DATASET-OUT REPLACING ALL "AAAAMMJJ" BY WS-DATE-TRAITEMENT-X.

CONTROLER-CARRE-EXISTE.
	MOVE "N" TO IND-CARRE-EXISTE.
	IF IND-CARRES-OUVERT IS NOT = "O" THEN
		OPEN INPUT FICHIER-CARRES
		IF STATUT-CARRES IS = "00" THEN
			MOVE "O" TO IND-CARRES-OUVERT
		END-IF
	END-IF.
	IF IND-CARRES-OUVERT IS = "O" THEN
		MOVE CAL-CARRE-ID TO CARRE-ID
		MOVE ZERO TO CARRE-DATE-EFFET
		MOVE ZERO TO CARRE-HEURE-EFFET
		START FICHIER-CARRES KEY IS NOT < CARRE-CLE
			INVALID KEY
				MOVE SPACE TO CARRE-ID
			NOT INVALID KEY
				READ FICHIER-CARRES NEXT RECORD
					AT END
						MOVE SPACE TO CARRE-ID
				END-READ
		END-START
		IF CARRE-ID IS = CAL-CARRE-ID THEN
			MOVE "O" TO IND-CARRE-EXISTE
		END-IF
	END-IF.

ECRIRE-LIGNE-JOB.
	MOVE SPACE TO WS-LIGNE-PLANNING.
	MOVE 1 TO WS-PTR-PLANNING.
	STRING CAL-JOB-ID " " CAL-MODE " " CAL-CARRE-ID " "
		WS-DATASET-IN " " WS-DATASET-OUT " "
		WS-ETAT-JOB " " WS-MOTIF-JOB
		DELIMITED BY SIZE INTO WS-LIGNE-PLANNING
		WITH POINTER WS-PTR-PLANNING
	END-STRING.
	PERFORM ECRIRE-LIGNE-PLANNING.

EDITER_BILAN.
	PERFORM ECRIRE-LIGNE-VIDE.
	MOVE SPACE TO WS-LIGNE-PLANNING.
	MOVE 1 TO WS-PTR-PLANNING.
	STRING "BILAN : JOBS AU CALENDRIER=" WS-NB-JOBS-LUS
		" INACTIFS=" WS-NB-INACTIFS
		" PLANIFIES=" WS-NB-PLANIFIES
		" DONT AVERTISSEMENTS=" WS-NB-AVERTIS
		" ECARTES=" WS-NB-ECARTES
		" NON PLANIFIES (FERIE)=" WS-NB-FERIES-SAUTES
		DELIMITED BY SIZE INTO WS-LIGNE-PLANNING
		WITH POINTER WS-PTR-PLANNING
	END-STRING.
	PERFORM ECRIRE-LIGNE-PLANNING.
	IF WS-NB-PLANIFIES IS = ZERO AND STATUT-CALENDRIER IS = "00" THEN
		MOVE "Aucun job planifié : PARAMETRES.DAT est vide" TO WS-LIGNE-PLANNING
		PERFORM ECRIRE-LIGNE-PLANNING
	END-IF.
	IF WS-NB-ECARTES > ZERO THEN
		MOVE "Jobs écartés : à corriger puis relancer la planification, ou à soumettre manuellement" TO WS-LIGNE-PLANNING
		PERFORM ECRIRE-LIGNE-PLANNING
	END-IF.

ECRIRE-LIGNE-PLANNING.
	WRITE ENR-PLANNING FROM WS-LIGNE-PLANNING.

ECRIRE-LIGNE-VIDE.
	MOVE SPACE TO WS-LIGNE-PLANNING.
	WRITE ENR-PLANNING FROM WS-LIGNE-PLANNING.
END PROGRAM Planif.
