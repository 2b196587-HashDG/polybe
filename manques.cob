IDENTIFICATION DIVISION.
PROGRAM-ID. Manques.
DATE-WRITTEN. 15/10/26.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT FICHIER-PLANIFIES ASSIGN TO "PLANIFIES.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-PLANIFIES.
	SELECT FICHIER-STATS ASSIGN TO "STATS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-STATS.
	SELECT FICHIER-RUNLISTE ASSIGN TO "RUNLISTE.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-RUNLISTE.
	SELECT FICHIER-STATS-RUN ASSIGN TO WS-NOM-STATS-RUN
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-STATS-RUN.
	SELECT FICHIER-MANQUES ASSIGN TO "MANQUES.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-MANQUES.

DATA DIVISION.
FILE SECTION.
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
FD  FICHIER-STATS.
	01	ENR-STATS		PIC	X(59).
FD  FICHIER-RUNLISTE.
	01	ENR-RUNLISTE.
		05	RUN-HORODATAGE		PIC	X(14).
FD  FICHIER-STATS-RUN.
	01	ENR-STATS-RUN		PIC	X(59).
FD  FICHIER-MANQUES.
	01	ENR-MANQUES		PIC	X(132).

WORKING-STORAGE SECTION.
	01	STATUT-PLANIFIES	PIC	XX.
	01	STATUT-STATS		PIC	XX.
	01	STATUT-RUNLISTE		PIC	XX.
	01	STATUT-STATS-RUN	PIC	XX.
	01	STATUT-MANQUES		PIC	XX.
	01	WS-NOM-STATS-RUN	PIC	X(30).
	01	WS-DATE-HEURE		PIC	X(21).
	01	WS-DATE-SAISIE		PIC	X(8).
	01	WS-DATE-CONTROLE	PIC	9(8).
	01	WS-GENERATION-RETENUE	PIC	X(14)	VALUE SPACE.
	01	WS-DATE-GENERATION	PIC	9(8).
	01	WS-DATE-DEBUT		PIC	9(8).
	01	WS-DATE-FIN		PIC	9(8).
	01	WS-DATE-FIN-GENERATION	PIC	9(8).
	01	WS-ENR-STATS.
		05	WSTAT-DATE		PIC	9(8).
		05	WSTAT-MODE		PIC	X.
		05	WSTAT-CARRE-ID		PIC	X(10).
		05	WSTAT-LUS		PIC	9(8).
		05	WSTAT-ECRITS		PIC	9(8).
		05	WSTAT-CARACT		PIC	9(8).
		05	WSTAT-SUSPENS		PIC	9(8).
		05	WSTAT-STATUT		PIC	X(8).
	01	WS-LIGNE-MANQUES	PIC	X(132).
	01	WS-PTR-MANQUES		PIC	999.
	01	WS-RESULTAT		PIC	X(40).
	01	IND-FIN-FICHIER		PIC	A	VALUE "N".
	01	IND-TABLE-PLEINE	PIC	A	VALUE "N".
	01	IND-FIN-STATS-RUN	PIC	A	VALUE "N".
	01	IND-RAPPROCHE		PIC	A	VALUE "N".
	01	I			PIC	999.
	01	TABLE-PLANIFIES.
		05	PL-POSTE	OCCURS 200.
			10	PL-JOB-ID	PIC	X(8).
			10	PL-ETAT		PIC	X.
			10	PL-MODE		PIC	X.
			10	PL-CARRE-ID	PIC	X(10).
			10	PL-DATASET-IN	PIC	X(30).
			10	PL-TROUVE	PIC	X.
			10	PL-STATUT-JOB	PIC	X(8).
			10	PL-DATE-EXEC	PIC	9(8).
	01	PL-NB			PIC	999	VALUE ZERO.
	01	WS-NB-LIGNES-STATS	PIC	9(8)	VALUE ZERO.
	01	WS-NB-HORS-PLANNING	PIC	9(6)	VALUE ZERO.
	01	WS-NB-EXECUTES		PIC	9(4)	VALUE ZERO.
	01	WS-NB-EXECUTES-KO	PIC	9(4)	VALUE ZERO.
	01	WS-NB-MANQUES		PIC	9(4)	VALUE ZERO.
	01	WS-NB-ECARTES		PIC	9(4)	VALUE ZERO.
	01	WS-CODE-RETOUR		PIC	99	VALUE ZERO.

PROCEDURE DIVISION.
PROGRAMME-PRINCIPAL.
	MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.
	DISPLAY "Date de planification à contrôler (AAAAMMJJ, vide = hier) ?".
	ACCEPT WS-DATE-SAISIE.
	IF WS-DATE-SAISIE IS = SPACE OR WS-DATE-SAISIE IS NOT NUMERIC THEN
		MOVE WS-DATE-HEURE(1:8) TO WS-DATE-CONTROLE
		COMPUTE WS-DATE-CONTROLE = FUNCTION DATE-OF-INTEGER(
			FUNCTION INTEGER-OF-DATE(WS-DATE-CONTROLE) - 1)
	ELSE
		MOVE WS-DATE-SAISIE TO WS-DATE-CONTROLE
	END-IF.
	IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CONTROLE) IS NOT = ZERO THEN
		DISPLAY "Date invalide : " WS-DATE-SAISIE
		MOVE 8 TO WS-CODE-RETOUR
	ELSE
		OPEN OUTPUT FICHIER-MANQUES
		IF STATUT-MANQUES IS NOT = "00" THEN
			DISPLAY "Fichier des jobs manqués indisponible"
			MOVE 8 TO WS-CODE-RETOUR
		ELSE
			PERFORM CHARGER_PLANIFIES
			PERFORM EDITER_ENTETE
			IF PL-NB > ZERO THEN
				PERFORM RAPPROCHER_STATS
				PERFORM EDITER_JOBS
			END-IF
			PERFORM EDITER_BILAN
			CLOSE FICHIER-MANQUES
			DISPLAY "Contrôle terminé, voir MANQUES.RPT"
		END-IF
	END-IF.
	MOVE WS-CODE-RETOUR TO RETURN-CODE.
	STOP RUN.

CHARGER_PLANIFIES.
	MOVE "N" TO IND-FIN-FICHIER.
	OPEN INPUT FICHIER-PLANIFIES.
	IF STATUT-PLANIFIES IS = "00" THEN
		PERFORM UNTIL IND-FIN-FICHIER IS = "O"
			READ FICHIER-PLANIFIES
				AT END
					MOVE "O" TO IND-FIN-FICHIER
				NOT AT END
					IF PLA-DATE IS NUMERIC AND PLA-DATE IS = WS-DATE-CONTROLE THEN
						PERFORM RETENIR-PLANIFIE
					END-IF
			END-READ
		END-PERFORM
		CLOSE FICHIER-PLANIFIES
	END-IF.

RETENIR-PLANIFIE.
	IF PLA-GENERATION > WS-GENERATION-RETENUE THEN
		MOVE PLA-GENERATION TO WS-GENERATION-RETENUE
		MOVE ZERO TO PL-NB
		MOVE "N" TO IND-TABLE-PLEINE
	END-IF.
	IF PLA-GENERATION IS = WS-GENERATION-RETENUE THEN
		IF PL-NB < 200 THEN
			ADD 1 TO PL-NB
			MOVE PLA-JOB-ID TO PL-JOB-ID(PL-NB)
			MOVE PLA-ETAT TO PL-ETAT(PL-NB)
			MOVE FUNCTION UPPER-CASE(PLA-MODE) TO PL-MODE(PL-NB)
			MOVE PLA-CARRE-ID TO PL-CARRE-ID(PL-NB)
			MOVE PLA-DATASET-IN TO PL-DATASET-IN(PL-NB)
			MOVE "N" TO PL-TROUVE(PL-NB)
			MOVE SPACE TO PL-STATUT-JOB(PL-NB)
			MOVE ZERO TO PL-DATE-EXEC(PL-NB)
		ELSE
			MOVE "O" TO IND-TABLE-PLEINE
		END-IF
	END-IF.

EDITER_ENTETE.
	MOVE "CONTROLE DES JOBS PLANIFIES NON EXECUTES (PLANIFIES.DAT / STATS.DAT)" TO WS-LIGNE-MANQUES.
	PERFORM ECRIRE-LIGNE-MANQUES.
	MOVE SPACE TO WS-LIGNE-MANQUES.
	MOVE 1 TO WS-PTR-MANQUES.
	STRING "Planification du : " WS-DATE-CONTROLE
		"   Générée le : " WS-GENERATION-RETENUE
		"   Edité le : " WS-DATE-HEURE(1:14)
		DELIMITED BY SIZE INTO WS-LIGNE-MANQUES
		WITH POINTER WS-PTR-MANQUES
	END-STRING.
	PERFORM ECRIRE-LIGNE-MANQUES.
	IF STATUT-PLANIFIES IS NOT = "00" THEN
		MOVE "Historique de planification (PLANIFIES.DAT) indisponible, contrôle impossible" TO WS-LIGNE-MANQUES
		PERFORM ECRIRE-LIGNE-MANQUES
		MOVE 8 TO WS-CODE-RETOUR
	ELSE
		IF PL-NB IS = ZERO THEN
			MOVE "Aucun job planifié pour cette date" TO WS-LIGNE-MANQUES
			PERFORM ECRIRE-LIGNE-MANQUES
		END-IF
	END-IF.
	IF IND-TABLE-PLEINE IS = "O" THEN
		MOVE "ATTENTION : plus de 200 jobs planifiés, les suivants ne sont pas contrôlés" TO WS-LIGNE-MANQUES
		PERFORM ECRIRE-LIGNE-MANQUES
		IF WS-CODE-RETOUR < 4 THEN
			MOVE 4 TO WS-CODE-RETOUR
		END-IF
	END-IF.
	PERFORM ECRIRE-LIGNE-VIDE.

RAPPROCHER_STATS.
	MOVE WS-GENERATION-RETENUE(1:8) TO WS-DATE-GENERATION.
	IF WS-DATE-GENERATION < WS-DATE-CONTROLE THEN
		MOVE WS-DATE-GENERATION TO WS-DATE-DEBUT
	ELSE
		MOVE WS-DATE-CONTROLE TO WS-DATE-DEBUT
	END-IF.
	COMPUTE WS-DATE-FIN = FUNCTION DATE-OF-INTEGER(
		FUNCTION INTEGER-OF-DATE(WS-DATE-CONTROLE) + 1).
	COMPUTE WS-DATE-FIN-GENERATION = FUNCTION DATE-OF-INTEGER(
		FUNCTION INTEGER-OF-DATE(WS-DATE-GENERATION) + 1).
	IF WS-DATE-FIN-GENERATION > WS-DATE-FIN THEN
		MOVE WS-DATE-FIN-GENERATION TO WS-DATE-FIN
	END-IF.
	MOVE "N" TO IND-FIN-FICHIER.
	OPEN INPUT FICHIER-STATS.
	IF STATUT-STATS IS = "00" THEN
		PERFORM UNTIL IND-FIN-FICHIER IS = "O"
			READ FICHIER-STATS INTO WS-ENR-STATS
				AT END
					MOVE "O" TO IND-FIN-FICHIER
				NOT AT END
					PERFORM RAPPROCHER-LIGNE-STATS
			END-READ
		END-PERFORM
		CLOSE FICHIER-STATS
	END-IF.
	MOVE "N" TO IND-FIN-FICHIER.
	OPEN INPUT FICHIER-RUNLISTE.
	IF STATUT-RUNLISTE IS = "00" THEN
		PERFORM UNTIL IND-FIN-FICHIER IS = "O"
			READ FICHIER-RUNLISTE
				AT END
					MOVE "O" TO IND-FIN-FICHIER
				NOT AT END
					IF RUN-HORODATAGE IS NOT = SPACE THEN
						PERFORM RAPPROCHER-STATS-RUN
					END-IF
			END-READ
		END-PERFORM
		CLOSE FICHIER-RUNLISTE
	END-IF.

RAPPROCHER-STATS-RUN.
	MOVE SPACE TO WS-NOM-STATS-RUN.
	STRING "STATS." RUN-HORODATAGE ".RUN"
		DELIMITED BY SIZE INTO WS-NOM-STATS-RUN
	END-STRING.
	OPEN INPUT FICHIER-STATS-RUN.
	IF STATUT-STATS-RUN IS = "00" THEN
		MOVE "N" TO IND-FIN-STATS-RUN
		PERFORM UNTIL IND-FIN-STATS-RUN IS = "O"
			READ FICHIER-STATS-RUN INTO WS-ENR-STATS
				AT END
					MOVE "O" TO IND-FIN-STATS-RUN
				NOT AT END
					PERFORM RAPPROCHER-LIGNE-STATS
			END-READ
		END-PERFORM
		CLOSE FICHIER-STATS-RUN
	END-IF.

RAPPROCHER-LIGNE-STATS.
	IF WSTAT-DATE IS NUMERIC AND WSTAT-DATE IS NOT < WS-DATE-DEBUT
			AND WSTAT-DATE IS NOT > WS-DATE-FIN THEN
		ADD 1 TO WS-NB-LIGNES-STATS
		MOVE "N" TO IND-RAPPROCHE
		PERFORM VARYING I FROM 1 BY 1 UNTIL I > PL-NB OR IND-RAPPROCHE IS = "O"
			IF PL-TROUVE(I) IS = "N" AND PL-ETAT(I) IS = "P"
					AND PL-MODE(I) IS = FUNCTION UPPER-CASE(WSTAT-MODE)
					AND PL-CARRE-ID(I) IS = WSTAT-CARRE-ID THEN
				MOVE "O" TO IND-RAPPROCHE
				MOVE "O" TO PL-TROUVE(I)
				MOVE WSTAT-STATUT TO PL-STATUT-JOB(I)
				MOVE WSTAT-DATE TO PL-DATE-EXEC(I)
			END-IF
		END-PERFORM
		IF IND-RAPPROCHE IS = "N" THEN
			ADD 1 TO WS-NB-HORS-PLANNING
		END-IF
	END-IF.

EDITER_JOBS.
	MOVE "JOB      M CARRE      ENTREE                         RESULTAT" TO WS-LIGNE-MANQUES.
	PERFORM ECRIRE-LIGNE-MANQUES.
	PERFORM VARYING I FROM 1 BY 1 UNTIL I > PL-NB
		MOVE SPACE TO WS-RESULTAT
		IF PL-ETAT(I) IS NOT = "P" THEN
			ADD 1 TO WS-NB-ECARTES
			MOVE "MANQUE : ECARTE A LA PLANIFICATION" TO WS-RESULTAT
		ELSE
			IF PL-TROUVE(I) IS = "O" THEN
				ADD 1 TO WS-NB-EXECUTES
				MOVE 1 TO WS-PTR-MANQUES
				STRING "EXECUTE LE " PL-DATE-EXEC(I) " STATUT=" PL-STATUT-JOB(I)
					DELIMITED BY SIZE INTO WS-RESULTAT
					WITH POINTER WS-PTR-MANQUES
				END-STRING
				IF PL-STATUT-JOB(I)(1:2) IS NOT = "OK" THEN
					ADD 1 TO WS-NB-EXECUTES-KO
					IF WS-CODE-RETOUR < 4 THEN
						MOVE 4 TO WS-CODE-RETOUR
					END-IF
				END-IF
			ELSE
				ADD 1 TO WS-NB-MANQUES
				MOVE "MANQUE : AUCUNE TRACE DANS STATS.DAT" TO WS-RESULTAT
			END-IF
		END-IF
		MOVE SPACE TO WS-LIGNE-MANQUES
		MOVE 1 TO WS-PTR-MANQUES
		STRING PL-JOB-ID(I) " " PL-MODE(I) " " PL-CARRE-ID(I) " "
			PL-DATASET-IN(I) " " WS-RESULTAT
			DELIMITED BY SIZE INTO WS-LIGNE-MANQUES
			WITH POINTER WS-PTR-MANQUES
		END-STRING
		PERFORM ECRIRE-LIGNE-MANQUES
	END-PERFORM.
	IF WS-NB-MANQUES > ZERO OR WS-NB-ECARTES > ZERO THEN
		MOVE 8 TO WS-CODE-RETOUR
	END-IF.

EDITER_BILAN.
	PERFORM ECRIRE-LIGNE-VIDE.
	MOVE SPACE TO WS-LIGNE-MANQUES.
	MOVE 1 TO WS-PTR-MANQUES.
	STRING "BILAN : PLANIFIES=" PL-NB
		" EXECUTES=" WS-NB-EXECUTES
		" DONT EN ANOMALIE=" WS-NB-EXECUTES-KO
		" MANQUES=" WS-NB-MANQUES
		" ECARTES=" WS-NB-ECARTES
		" JOBS HORS PLANNING=" WS-NB-HORS-PLANNING
		DELIMITED BY SIZE INTO WS-LIGNE-MANQUES
		WITH POINTER WS-PTR-MANQUES
	END-STRING.
	PERFORM ECRIRE-LIGNE-MANQUES.
	IF WS-NB-MANQUES > ZERO OR WS-NB-ECARTES > ZERO THEN
		MOVE "Jobs manqués : à relancer (soumission manuelle ou nouvelle planification)" TO WS-LIGNE-MANQUES
		PERFORM ECRIRE-LIGNE-MANQUES
	END-IF.

ECRIRE-LIGNE-MANQUES.
	WRITE ENR-MANQUES FROM WS-LIGNE-MANQUES.

ECRIRE-LIGNE-VIDE.
	MOVE SPACE TO WS-LIGNE-MANQUES.
	WRITE ENR-MANQUES FROM WS-LIGNE-MANQUES.
END PROGRAM Manques.
