IDENTIFICATION DIVISION.
PROGRAM-ID. Exposit.
DATE-WRITTEN. 15/10/26.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT FICHIER-COMPROMIS ASSIGN TO "COMPROMIS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-COMPROMIS.
	SELECT FICHIER-CARRES ASSIGN TO "CARRES.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CARRE-CLE
		FILE STATUS IS STATUT-CARRES.
	SELECT FICHIER-REGISTRE ASSIGN TO "REGISTRE.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REG-MSG-NUM
		FILE STATUS IS STATUT-REGISTRE.
	SELECT FICHIER-RUNLISTE ASSIGN TO "RUNLISTE.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-RUNLISTE.
	SELECT FICHIER-REGISTRE-RUN ASSIGN TO WS-NOM-REGISTRE-RUN
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-REGISTRE-RUN.
	SELECT FICHIER-EXPOSIT ASSIGN TO "EXPOSIT.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-EXPOSIT.

DATA DIVISION.
FILE SECTION.
FD  FICHIER-COMPROMIS.
	01	ENR-COMPROMIS		PIC	X(86).
FD  FICHIER-CARRES.
	01	ENR-CARRE.
		05	CARRE-CLE.
			10	CARRE-ID		PIC	X(10).
			10	CARRE-EFFET.
				15	CARRE-DATE-EFFET	PIC	9(8).
				15	CARRE-HEURE-EFFET	PIC	9(6).
		05	CARRE-VALEUR		PIC	A(25).
FD  FICHIER-REGISTRE.
	01	ENR-REGISTRE.
		05	REG-MSG-NUM.
			10	REG-MSG-DATE	PIC	9(8).
			10	REG-MSG-SEQ	PIC	9(6).
		05	REG-RESTE		PIC	X(135).
FD  FICHIER-RUNLISTE.
	01	ENR-RUNLISTE.
		05	RUN-HORODATAGE		PIC	X(14).
FD  FICHIER-REGISTRE-RUN.
	01	ENR-REGISTRE-RUN	PIC	X(149).
FD  FICHIER-EXPOSIT.
	01	ENR-EXPOSIT		PIC	X(132).

WORKING-STORAGE SECTION.
	01	STATUT-COMPROMIS	PIC	XX.
	01	STATUT-CARRES		PIC	XX.
	01	STATUT-REGISTRE		PIC	XX.
	01	STATUT-RUNLISTE		PIC	XX.
	01	STATUT-REGISTRE-RUN	PIC	XX.
	01	STATUT-EXPOSIT		PIC	XX.
	01	WS-NOM-REGISTRE-RUN	PIC	X(30).
	01	WS-DATE-HEURE		PIC	X(21).
	01	WS-LIGNE-EXPOSIT	PIC	X(132).
	01	WS-PTR-EXPOSIT		PIC	999.
	01	IND-FIN-COMPROMIS	PIC	A	VALUE "N".
	01	IND-FIN-CARRES		PIC	A	VALUE "N".
	01	IND-FIN-REGISTRE	PIC	A	VALUE "N".
	01	IND-FIN-RUNLISTE	PIC	A	VALUE "N".
	01	IND-FIN-RUN		PIC	A	VALUE "N".
	01	IND-SOURCE-RUN		PIC	A	VALUE "N".
	01	IND-CARRE-CONCERNE	PIC	A	VALUE "N".
	01	IND-GENERATION-RETENUE	PIC	A	VALUE "N".
	01	WS-GEN-CARRE-ID		PIC	X(10).
	01	WS-GEN-EFFET		PIC	X(14).
	01	WS-FIN-GENERATION	PIC	X(14).
	01	WS-ENR-COMPROMIS.
		05	WCMP-TYPE		PIC	X.
		05	WCMP-CARRE-ID		PIC	X(10).
		05	WCMP-EFFET.
			10	WCMP-EFFET-DATE		PIC	9(8).
			10	WCMP-EFFET-HEURE	PIC	9(6).
		05	WCMP-MOMENT.
			10	WCMP-DATE		PIC	9(8).
			10	WCMP-HEURE		PIC	9(6).
		05	WCMP-CARRE-VALEUR	PIC	A(25).
		05	WCMP-OPERATEUR		PIC	X(8).
		05	WCMP-HORODATAGE		PIC	X(14).
	01	WS-ENR-REGISTRE.
		05	WREG-MSG-DATE		PIC	9(8).
		05	WREG-MSG-SEQ		PIC	9(6).
		05	WREG-DATASET-IN		PIC	X(30).
		05	WREG-DATASET-OUT	PIC	X(42).
		05	WREG-CARRE-ID		PIC	X(10).
		05	WREG-NB-PARTIES		PIC	9(3).
		05	WREG-HORODATAGE		PIC	X(14).
		05	WREG-MSG-ORIGINE	PIC	X(14).
		05	WREG-LIVRAISON		PIC	X.
		05	WREG-PARTIES-RECUES	PIC	9(3).
		05	WREG-DATE-ACCUSE	PIC	9(8).
		05	WREG-EMPREINTE		PIC	9(10).
	01	TABLE-CARRES-CONCERNES.
		05	CC-POSTE	OCCURS 50.
			10	CC-CARRE-ID	PIC	X(10).
			10	CC-DEBUT	PIC	X(14).
			10	CC-FIN		PIC	X(14).
	01	CC-NB			PIC	99	VALUE ZERO.
	01	CC-IDX			PIC	99.
	01	TABLE-RUNS.
		05	RN-HORODATAGE	OCCURS 100	PIC	X(14).
	01	RN-NB			PIC	999	VALUE ZERO.
	01	RN-IDX			PIC	999.
	01	WS-NB-COMPROMIS		PIC	9(4)	VALUE ZERO.
	01	WS-NB-MESSAGES		PIC	9(8).
	01	WS-NB-PARTIES		PIC	9(8).
	01	WS-TOTAL-MESSAGES	PIC	9(8)	VALUE ZERO.
	01	WS-TOTAL-PARTIES	PIC	9(8)	VALUE ZERO.
	01	WS-CODE-RETOUR		PIC	99	VALUE ZERO.

PROCEDURE DIVISION.
PROGRAMME-PRINCIPAL.
	MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.
	OPEN OUTPUT FICHIER-EXPOSIT.
	IF STATUT-EXPOSIT IS NOT = "00" THEN
		DISPLAY "Fichier de rapport d'exposition indisponible"
		MOVE 8 TO WS-CODE-RETOUR
	ELSE
		PERFORM EDITER_ENTETE
		PERFORM CHARGER_RUNS
		PERFORM EXAMINER_COMPROMISSIONS
		PERFORM EDITER_BILAN
		CLOSE FICHIER-EXPOSIT
		DISPLAY "Rapport d'exposition édité dans EXPOSIT.RPT"
	END-IF.
	MOVE WS-CODE-RETOUR TO RETURN-CODE.
	STOP RUN.

EDITER_ENTETE.
	MOVE "MESSAGES EXPOSES PAR LES CARRES ET CLES COMPROMIS" TO WS-LIGNE-EXPOSIT.
	PERFORM ECRIRE-LIGNE-EXPOSIT.
	MOVE SPACE TO WS-LIGNE-EXPOSIT.
	MOVE 1 TO WS-PTR-EXPOSIT.
	STRING "Edité le : " WS-DATE-HEURE(1:14)
		DELIMITED BY SIZE INTO WS-LIGNE-EXPOSIT
		WITH POINTER WS-PTR-EXPOSIT
	END-STRING.
	PERFORM ECRIRE-LIGNE-EXPOSIT.
	PERFORM ECRIRE-LIGNE-VIDE.

CHARGER_RUNS.
	MOVE ZERO TO RN-NB.
	MOVE "N" TO IND-FIN-RUNLISTE.
	OPEN INPUT FICHIER-RUNLISTE.
	IF STATUT-RUNLISTE IS = "00" THEN
		PERFORM UNTIL IND-FIN-RUNLISTE IS = "O"
			READ FICHIER-RUNLISTE
				AT END
					MOVE "O" TO IND-FIN-RUNLISTE
				NOT AT END
					IF RUN-HORODATAGE IS NOT = SPACE AND RN-NB < 100 THEN
						ADD 1 TO RN-NB
						MOVE RUN-HORODATAGE TO RN-HORODATAGE(RN-NB)
					END-IF
			END-READ
		END-PERFORM
		CLOSE FICHIER-RUNLISTE
	END-IF.
	IF RN-NB > ZERO THEN
		MOVE SPACE TO WS-LIGNE-EXPOSIT
		MOVE 1 TO WS-PTR-EXPOSIT
		STRING "Registres de run non consolidés également examinés : " RN-NB
			DELIMITED BY SIZE INTO WS-LIGNE-EXPOSIT
			WITH POINTER WS-PTR-EXPOSIT
		END-STRING
		PERFORM ECRIRE-LIGNE-EXPOSIT
		PERFORM ECRIRE-LIGNE-VIDE
	END-IF.

EXAMINER_COMPROMISSIONS.
	MOVE "N" TO IND-FIN-COMPROMIS.
	OPEN INPUT FICHIER-COMPROMIS.
	IF STATUT-COMPROMIS IS = "35" THEN
		MOVE "Aucune compromission déclarée (COMPROMIS.DAT absent)" TO WS-LIGNE-EXPOSIT
		PERFORM ECRIRE-LIGNE-EXPOSIT
	ELSE
		IF STATUT-COMPROMIS IS NOT = "00" THEN
			DISPLAY "Fichier des compromissions illisible"
			MOVE "Fichier des compromissions illisible, rapport incomplet" TO WS-LIGNE-EXPOSIT
			PERFORM ECRIRE-LIGNE-EXPOSIT
			MOVE 8 TO WS-CODE-RETOUR
		ELSE
			PERFORM UNTIL IND-FIN-COMPROMIS IS = "O"
				READ FICHIER-COMPROMIS INTO WS-ENR-COMPROMIS
					AT END
						MOVE "O" TO IND-FIN-COMPROMIS
					NOT AT END
						IF WCMP-TYPE IS NOT = SPACE THEN
							PERFORM EXAMINER-UNE-COMPROMISSION
						END-IF
				END-READ
			END-PERFORM
			CLOSE FICHIER-COMPROMIS
		END-IF
	END-IF.

EXAMINER-UNE-COMPROMISSION.
	ADD 1 TO WS-NB-COMPROMIS.
	MOVE ZERO TO WS-NB-MESSAGES.
	MOVE ZERO TO WS-NB-PARTIES.
	MOVE SPACE TO WS-LIGNE-EXPOSIT.
	MOVE 1 TO WS-PTR-EXPOSIT.
	IF WCMP-TYPE IS = "C" THEN
		STRING "COMPROMISSION DU CARRE " WCMP-CARRE-ID
			DELIMITED BY SIZE INTO WS-LIGNE-EXPOSIT
			WITH POINTER WS-PTR-EXPOSIT
		END-STRING
	ELSE
		STRING "COMPROMISSION DE LA CLE D'EFFET " WCMP-EFFET-DATE " " WCMP-EFFET-HEURE
			DELIMITED BY SIZE INTO WS-LIGNE-EXPOSIT
			WITH POINTER WS-PTR-EXPOSIT
		END-STRING
	END-IF.
	STRING "   déclarée le " WCMP-HORODATAGE
		" par " WCMP-OPERATEUR
		DELIMITED BY SIZE INTO WS-LIGNE-EXPOSIT
		WITH POINTER WS-PTR-EXPOSIT
	END-STRING.
	PERFORM ECRIRE-LIGNE-EXPOSIT.
	MOVE SPACE TO WS-LIGNE-EXPOSIT.
	MOVE 1 TO WS-PTR-EXPOSIT.
	STRING "   Fenêtre d'exposition : du " WCMP-EFFET-DATE " " WCMP-EFFET-HEURE
		" au " WCMP-DATE " " WCMP-HEURE
		DELIMITED BY SIZE INTO WS-LIGNE-EXPOSIT
		WITH POINTER WS-PTR-EXPOSIT
	END-STRING.
	PERFORM ECRIRE-LIGNE-EXPOSIT.
	PERFORM DETERMINER-CARRES-CONCERNES.
	IF CC-NB IS = ZERO THEN
		MOVE "   Aucun carré enregistré ne porte cette clé" TO WS-LIGNE-EXPOSIT
		PERFORM ECRIRE-LIGNE-EXPOSIT
	ELSE
		MOVE SPACE TO WS-LIGNE-EXPOSIT
		MOVE 1 TO WS-PTR-EXPOSIT
		STRING "   Carrés concernés :"
			DELIMITED BY SIZE INTO WS-LIGNE-EXPOSIT
			WITH POINTER WS-PTR-EXPOSIT
		END-STRING
		PERFORM VARYING CC-IDX FROM 1 BY 1 UNTIL CC-IDX > CC-NB OR WS-PTR-EXPOSIT > 120
			STRING " " CC-CARRE-ID(CC-IDX)
				DELIMITED BY SIZE INTO WS-LIGNE-EXPOSIT
				WITH POINTER WS-PTR-EXPOSIT
			END-STRING
		END-PERFORM
		PERFORM ECRIRE-LIGNE-EXPOSIT
		IF WCMP-MOMENT < WCMP-EFFET THEN
			MOVE "   Compromission antérieure à l'effet, aucun message exposé" TO WS-LIGNE-EXPOSIT
			PERFORM ECRIRE-LIGNE-EXPOSIT
		ELSE
			MOVE "N" TO IND-SOURCE-RUN
			PERFORM PARCOURIR-REGISTRE
			MOVE "O" TO IND-SOURCE-RUN
			PERFORM PARCOURIR-REGISTRE-RUN
				VARYING RN-IDX FROM 1 BY 1 UNTIL RN-IDX > RN-NB
		END-IF
	END-IF.
	MOVE SPACE TO WS-LIGNE-EXPOSIT.
	MOVE 1 TO WS-PTR-EXPOSIT.
	STRING "   Messages exposés : " WS-NB-MESSAGES
		"   Parties : " WS-NB-PARTIES
		DELIMITED BY SIZE INTO WS-LIGNE-EXPOSIT
		WITH POINTER WS-PTR-EXPOSIT
	END-STRING.
	PERFORM ECRIRE-LIGNE-EXPOSIT.
	PERFORM ECRIRE-LIGNE-VIDE.
	ADD WS-NB-MESSAGES TO WS-TOTAL-MESSAGES.
	ADD WS-NB-PARTIES TO WS-TOTAL-PARTIES.

DETERMINER-CARRES-CONCERNES.
	MOVE ZERO TO CC-NB.
	MOVE "N" TO IND-FIN-CARRES.
	MOVE "N" TO IND-GENERATION-RETENUE.
	OPEN INPUT FICHIER-CARRES.
	IF STATUT-CARRES IS NOT = "00" THEN
		IF WCMP-TYPE IS NOT = "C" THEN
			MOVE "   Fichier des carrés indisponible, carrés portant la clé non déterminés" TO WS-LIGNE-EXPOSIT
			PERFORM ECRIRE-LIGNE-EXPOSIT
			MOVE 8 TO WS-CODE-RETOUR
		END-IF
	ELSE
		MOVE LOW-VALUES TO CARRE-CLE
		START FICHIER-CARRES KEY IS NOT < CARRE-CLE
			INVALID KEY
				MOVE "O" TO IND-FIN-CARRES
		END-START
		PERFORM UNTIL IND-FIN-CARRES IS = "O"
			READ FICHIER-CARRES NEXT RECORD
				AT END
					MOVE "O" TO IND-FIN-CARRES
				NOT AT END
					PERFORM EXAMINER-GENERATION-CARRE
			END-READ
		END-PERFORM
		IF IND-GENERATION-RETENUE IS = "O" THEN
			MOVE "99999999999999" TO WS-FIN-GENERATION
			PERFORM AJOUTER-CARRE-CONCERNE
		END-IF
		CLOSE FICHIER-CARRES
	END-IF.
	IF WCMP-TYPE IS = "C" AND CC-NB IS = ZERO THEN
		MOVE 1 TO CC-NB
		MOVE WCMP-CARRE-ID TO CC-CARRE-ID(1)
		MOVE WCMP-EFFET TO CC-DEBUT(1)
		MOVE "99999999999999" TO CC-FIN(1)
	END-IF.

EXAMINER-GENERATION-CARRE.
	IF IND-GENERATION-RETENUE IS = "O" THEN
		IF CARRE-ID IS = WS-GEN-CARRE-ID THEN
			MOVE CARRE-EFFET TO WS-FIN-GENERATION
		ELSE
			MOVE "99999999999999" TO WS-FIN-GENERATION
		END-IF
		PERFORM AJOUTER-CARRE-CONCERNE
	END-IF.
	MOVE "N" TO IND-GENERATION-RETENUE.
	IF CARRE-VALEUR IS = WCMP-CARRE-VALEUR THEN
		IF WCMP-TYPE IS NOT = "C" OR CARRE-ID IS = WCMP-CARRE-ID THEN
			MOVE "O" TO IND-GENERATION-RETENUE
			MOVE CARRE-ID TO WS-GEN-CARRE-ID
			MOVE CARRE-EFFET TO WS-GEN-EFFET
		END-IF
	END-IF.

AJOUTER-CARRE-CONCERNE.
	IF CC-NB < 50 THEN
		ADD 1 TO CC-NB
		MOVE WS-GEN-CARRE-ID TO CC-CARRE-ID(CC-NB)
		MOVE WS-GEN-EFFET TO CC-DEBUT(CC-NB)
		MOVE WS-FIN-GENERATION TO CC-FIN(CC-NB)
	END-IF.

PARCOURIR-REGISTRE.
	MOVE "N" TO IND-FIN-REGISTRE.
	OPEN INPUT FICHIER-REGISTRE.
	IF STATUT-REGISTRE IS NOT = "00" THEN
		MOVE "   Registre des messages indisponible, exposition non déterminée" TO WS-LIGNE-EXPOSIT
		PERFORM ECRIRE-LIGNE-EXPOSIT
		MOVE 8 TO WS-CODE-RETOUR
	ELSE
		MOVE WCMP-EFFET-DATE TO REG-MSG-DATE
		MOVE ZERO TO REG-MSG-SEQ
		START FICHIER-REGISTRE KEY IS NOT < REG-MSG-NUM
			INVALID KEY
				MOVE "O" TO IND-FIN-REGISTRE
		END-START
		PERFORM UNTIL IND-FIN-REGISTRE IS = "O"
			READ FICHIER-REGISTRE NEXT RECORD
				AT END
					MOVE "O" TO IND-FIN-REGISTRE
				NOT AT END
					IF REG-MSG-DATE > WCMP-DATE THEN
						MOVE "O" TO IND-FIN-REGISTRE
					ELSE
						MOVE ENR-REGISTRE TO WS-ENR-REGISTRE
						PERFORM EXAMINER-MESSAGE
					END-IF
			END-READ
		END-PERFORM
		CLOSE FICHIER-REGISTRE
	END-IF.

PARCOURIR-REGISTRE-RUN.
	MOVE SPACE TO WS-NOM-REGISTRE-RUN.
	MOVE 1 TO WS-PTR-EXPOSIT.
	STRING "REGISTRE." RN-HORODATAGE(RN-IDX) ".RUN"
		DELIMITED BY SIZE INTO WS-NOM-REGISTRE-RUN
		WITH POINTER WS-PTR-EXPOSIT
	END-STRING.
	MOVE "N" TO IND-FIN-RUN.
	OPEN INPUT FICHIER-REGISTRE-RUN.
	IF STATUT-REGISTRE-RUN IS = "00" THEN
		PERFORM UNTIL IND-FIN-RUN IS = "O"
			READ FICHIER-REGISTRE-RUN INTO WS-ENR-REGISTRE
				AT END
					MOVE "O" TO IND-FIN-RUN
				NOT AT END
					PERFORM EXAMINER-MESSAGE
			END-READ
		END-PERFORM
		CLOSE FICHIER-REGISTRE-RUN
	END-IF.

EXAMINER-MESSAGE.
	IF WREG-DATASET-IN IS NOT = "*RESERVE*"
			AND WREG-HORODATAGE IS NOT < WCMP-EFFET
			AND WREG-HORODATAGE IS NOT > WCMP-MOMENT THEN
		MOVE "N" TO IND-CARRE-CONCERNE
		PERFORM VARYING CC-IDX FROM 1 BY 1 UNTIL CC-IDX > CC-NB
			IF CC-CARRE-ID(CC-IDX) IS = WREG-CARRE-ID
					AND WREG-HORODATAGE IS NOT < CC-DEBUT(CC-IDX)
					AND WREG-HORODATAGE < CC-FIN(CC-IDX) THEN
				MOVE "O" TO IND-CARRE-CONCERNE
			END-IF
		END-PERFORM
		IF IND-CARRE-CONCERNE IS = "O" THEN
			PERFORM EDITER-MESSAGE-EXPOSE
		END-IF
	END-IF.

EDITER-MESSAGE-EXPOSE.
	ADD 1 TO WS-NB-MESSAGES.
	ADD WREG-NB-PARTIES TO WS-NB-PARTIES.
	IF WS-CODE-RETOUR < 4 THEN
		MOVE 4 TO WS-CODE-RETOUR
	END-IF.
	MOVE SPACE TO WS-LIGNE-EXPOSIT.
	MOVE 1 TO WS-PTR-EXPOSIT.
	STRING "   MESSAGE=" WREG-MSG-DATE "-" WREG-MSG-SEQ
		" PARTIES=" WREG-NB-PARTIES
		" CARRE=" WREG-CARRE-ID
		" CODE LE=" WREG-HORODATAGE
		DELIMITED BY SIZE INTO WS-LIGNE-EXPOSIT
		WITH POINTER WS-PTR-EXPOSIT
	END-STRING.
	IF IND-SOURCE-RUN IS = "O" THEN
		STRING " (RUN NON CONSOLIDE)"
			DELIMITED BY SIZE INTO WS-LIGNE-EXPOSIT
			WITH POINTER WS-PTR-EXPOSIT
		END-STRING
	END-IF.
	PERFORM ECRIRE-LIGNE-EXPOSIT.
	MOVE SPACE TO WS-LIGNE-EXPOSIT.
	MOVE 1 TO WS-PTR-EXPOSIT.
	STRING "      DATASET=" FUNCTION TRIM(WREG-DATASET-IN TRAILING)
		" SORTIE=" FUNCTION TRIM(WREG-DATASET-OUT TRAILING)
		DELIMITED BY SIZE INTO WS-LIGNE-EXPOSIT
		WITH POINTER WS-PTR-EXPOSIT
	END-STRING.
	IF WREG-MSG-ORIGINE IS NOT = SPACE THEN
		STRING " RECODAGE DU MESSAGE=" WREG-MSG-ORIGINE(1:8) "-" WREG-MSG-ORIGINE(9:6)
			DELIMITED BY SIZE INTO WS-LIGNE-EXPOSIT
			WITH POINTER WS-PTR-EXPOSIT
		END-STRING
	END-IF.
	PERFORM ECRIRE-LIGNE-EXPOSIT.

EDITER_BILAN.
	MOVE SPACE TO WS-LIGNE-EXPOSIT.
	MOVE 1 TO WS-PTR-EXPOSIT.
	STRING "BILAN : COMPROMISSIONS=" WS-NB-COMPROMIS
		" MESSAGES EXPOSES=" WS-TOTAL-MESSAGES
		" PARTIES=" WS-TOTAL-PARTIES
		DELIMITED BY SIZE INTO WS-LIGNE-EXPOSIT
		WITH POINTER WS-PTR-EXPOSIT
	END-STRING.
	PERFORM ECRIRE-LIGNE-EXPOSIT.
	PERFORM ECRIRE-LIGNE-VIDE.
	MOVE "FIN DU RAPPORT D'EXPOSITION" TO WS-LIGNE-EXPOSIT.
	PERFORM ECRIRE-LIGNE-EXPOSIT.

ECRIRE-LIGNE-EXPOSIT.
	WRITE ENR-EXPOSIT FROM WS-LIGNE-EXPOSIT.

ECRIRE-LIGNE-VIDE.
	MOVE SPACE TO WS-LIGNE-EXPOSIT.
	WRITE ENR-EXPOSIT FROM WS-LIGNE-EXPOSIT.
END PROGRAM Exposit.

