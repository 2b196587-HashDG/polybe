IDENTIFICATION DIVISION.
PROGRAM-ID. Accuses.
DATE-WRITTEN. 15/10/26.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT FICHIER-ACCUSES ASSIGN TO "ACCUSES.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-ACCUSES.
	SELECT FICHIER-REGISTRE ASSIGN TO "REGISTRE.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REG-MSG-NUM
		FILE STATUS IS STATUT-REGISTRE.
	SELECT FICHIER-RAPPORT ASSIGN TO "ACCUSES.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-RAPPORT.

DATA DIVISION.
FILE SECTION.
FD  FICHIER-ACCUSES.
	01	ENR-ACCUSE.
		05	ACC-MSG-DATE		PIC	9(8).
		05	ACC-MSG-SEQ		PIC	9(6).
		05	ACC-PARTIES-RECUES	PIC	9(3).
		05	ACC-DATE-RECEPTION	PIC	9(8).
		05	ACC-CARRE-ID		PIC	X(10).
FD  FICHIER-REGISTRE.
	01	ENR-REGISTRE.
		05	REG-MSG-NUM.
			10	REG-MSG-DATE	PIC	9(8).
			10	REG-MSG-SEQ	PIC	9(6).
		05	REG-DATASET-IN		PIC	X(30).
		05	REG-DATASET-OUT		PIC	X(42).
		05	REG-CARRE-ID		PIC	X(10).
		05	REG-NB-PARTIES		PIC	9(3).
		05	REG-HORODATAGE		PIC	X(14).
		05	REG-MSG-ORIGINE		PIC	X(14).
		05	REG-LIVRAISON		PIC	X.
		05	REG-PARTIES-RECUES	PIC	9(3).
		05	REG-DATE-ACCUSE		PIC	9(8).
		05	REG-EMPREINTE		PIC	9(10).
FD  FICHIER-RAPPORT.
	01	ENR-RAPPORT		PIC	X(132).

WORKING-STORAGE SECTION.
	01	STATUT-ACCUSES		PIC	XX.
	01	STATUT-REGISTRE		PIC	XX.
	01	STATUT-RAPPORT		PIC	XX.
	01	WS-DATE-HEURE		PIC	X(21).
	01	WS-DATE-JOUR		PIC	9(8).
	01	WS-ENTIER-JOUR		PIC	9(8).
	01	WS-DATE-RECEPTION	PIC	9(8).
	01	WS-AGE-JOURS		PIC	9(5).
	01	WS-LIGNE-RAPPORT	PIC	X(132).
	01	WS-PTR-RAPPORT		PIC	999.
	01	WS-RESULTAT		PIC	X(12).
	01	WS-MOTIF		PIC	X(40).
	01	IND-FIN-ACCUSES		PIC	A	VALUE "N".
	01	IND-FIN-REGISTRE	PIC	A	VALUE "N".
	01	IND-CARRE-TROUVE	PIC	A	VALUE "N".
	01	IND-TABLE-PLEINE	PIC	A	VALUE "N".
	01	TABLE-AGES.
		05	AG-POSTE	OCCURS 200.
			10	AG-CARRE-ID	PIC	X(10).
			10	AG-NB-1		PIC	9(6).
			10	AG-NB-3		PIC	9(6).
			10	AG-NB-7		PIC	9(6).
			10	AG-NB-PARTIELS	PIC	9(6).
	01	AG-NB			PIC	999	VALUE ZERO.
	01	AG-IDX			PIC	999.
	01	WS-NB-ACCUSES-LUS	PIC	9(6)	VALUE ZERO.
	01	WS-NB-LIVRES		PIC	9(6)	VALUE ZERO.
	01	WS-NB-PARTIELS		PIC	9(6)	VALUE ZERO.
	01	WS-NB-INCONNUS		PIC	9(6)	VALUE ZERO.
	01	WS-NB-ILLISIBLES	PIC	9(6)	VALUE ZERO.
	01	WS-NB-DEJA-VUS		PIC	9(6)	VALUE ZERO.
	01	WS-NB-NON-ACQUITTES	PIC	9(8)	VALUE ZERO.
	01	WS-TOTAL-1		PIC	9(8)	VALUE ZERO.
	01	WS-TOTAL-3		PIC	9(8)	VALUE ZERO.
	01	WS-TOTAL-7		PIC	9(8)	VALUE ZERO.
	01	WS-TOTAL-PARTIELS	PIC	9(8)	VALUE ZERO.
	01	WS-CODE-RETOUR		PIC	99	VALUE ZERO.

PROCEDURE DIVISION.
PROGRAMME-PRINCIPAL.
	MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.
	MOVE WS-DATE-HEURE(1:8) TO WS-DATE-JOUR.
	COMPUTE WS-ENTIER-JOUR = FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
	OPEN OUTPUT FICHIER-RAPPORT.
	IF STATUT-RAPPORT IS NOT = "00" THEN
		DISPLAY "Fichier de rapport des accusés indisponible"
		MOVE 8 TO WS-CODE-RETOUR
	ELSE
		PERFORM EDITER_ENTETE
		PERFORM INTEGRER_ACCUSES
		PERFORM EDITER_VIEILLISSEMENT
		PERFORM EDITER_BILAN
		CLOSE FICHIER-RAPPORT
		DISPLAY "Accusés de réception intégrés, voir ACCUSES.RPT"
	END-IF.
	MOVE WS-CODE-RETOUR TO RETURN-CODE.
	STOP RUN.

EDITER_ENTETE.
	MOVE "ACCUSES DE RECEPTION DES SERVICES ET MESSAGES NON ACQUITTES" TO WS-LIGNE-RAPPORT.
	PERFORM ECRIRE-LIGNE-RAPPORT.
	MOVE SPACE TO WS-LIGNE-RAPPORT.
	MOVE 1 TO WS-PTR-RAPPORT.
	STRING "Edité le : " WS-DATE-HEURE(1:14)
		DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
		WITH POINTER WS-PTR-RAPPORT
	END-STRING.
	PERFORM ECRIRE-LIGNE-RAPPORT.
	PERFORM ECRIRE-LIGNE-VIDE.

INTEGRER_ACCUSES.
	MOVE "1. ACCUSES DE RECEPTION INTEGRES (ACCUSES.DAT)" TO WS-LIGNE-RAPPORT.
	PERFORM ECRIRE-LIGNE-RAPPORT.
	MOVE "N" TO IND-FIN-ACCUSES.
	OPEN INPUT FICHIER-ACCUSES.
	IF STATUT-ACCUSES IS = "35" THEN
		MOVE "   Aucun accusé de réception à intégrer (ACCUSES.DAT absent)" TO WS-LIGNE-RAPPORT
		PERFORM ECRIRE-LIGNE-RAPPORT
	ELSE
		IF STATUT-ACCUSES IS NOT = "00" THEN
			MOVE "   Fichier des accusés (ACCUSES.DAT) illisible, aucun accusé intégré" TO WS-LIGNE-RAPPORT
			PERFORM ECRIRE-LIGNE-RAPPORT
			MOVE 8 TO WS-CODE-RETOUR
		ELSE
			OPEN I-O FICHIER-REGISTRE
			IF STATUT-REGISTRE IS NOT = "00" THEN
				MOVE "   Registre des messages indisponible, aucun accusé intégré" TO WS-LIGNE-RAPPORT
				PERFORM ECRIRE-LIGNE-RAPPORT
				MOVE 8 TO WS-CODE-RETOUR
			ELSE
				PERFORM UNTIL IND-FIN-ACCUSES IS = "O"
					READ FICHIER-ACCUSES
						AT END
							MOVE "O" TO IND-FIN-ACCUSES
						NOT AT END
							IF ENR-ACCUSE IS NOT = SPACE THEN
								PERFORM TRAITER-UN-ACCUSE
							END-IF
					END-READ
				END-PERFORM
				CLOSE FICHIER-REGISTRE
			END-IF
			CLOSE FICHIER-ACCUSES
		END-IF
	END-IF.
	PERFORM ECRIRE-LIGNE-VIDE.

TRAITER-UN-ACCUSE.
	ADD 1 TO WS-NB-ACCUSES-LUS.
	MOVE SPACE TO WS-MOTIF.
	IF ACC-MSG-DATE IS NOT NUMERIC OR ACC-MSG-SEQ IS NOT NUMERIC
			OR ACC-PARTIES-RECUES IS NOT NUMERIC THEN
		ADD 1 TO WS-NB-ILLISIBLES
		MOVE "ILLISIBLE" TO WS-RESULTAT
		MOVE "NUMERO OU NOMBRE DE PARTIES NON NUMERIQUE" TO WS-MOTIF
		IF WS-CODE-RETOUR < 4 THEN
			MOVE 4 TO WS-CODE-RETOUR
		END-IF
		MOVE SPACE TO WS-LIGNE-RAPPORT
		MOVE 1 TO WS-PTR-RAPPORT
		STRING "   ACCUSE=" ENR-ACCUSE " " WS-RESULTAT " " WS-MOTIF
			DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
			WITH POINTER WS-PTR-RAPPORT
		END-STRING
		PERFORM ECRIRE-LIGNE-RAPPORT
	ELSE
		IF ACC-DATE-RECEPTION IS NUMERIC AND ACC-DATE-RECEPTION IS NOT = ZERO
				AND FUNCTION TEST-DATE-YYYYMMDD(ACC-DATE-RECEPTION) IS = ZERO THEN
			MOVE ACC-DATE-RECEPTION TO WS-DATE-RECEPTION
		ELSE
			MOVE WS-DATE-JOUR TO WS-DATE-RECEPTION
		END-IF
		MOVE ACC-MSG-DATE TO REG-MSG-DATE
		MOVE ACC-MSG-SEQ TO REG-MSG-SEQ
		READ FICHIER-REGISTRE
			INVALID KEY
				MOVE "INCONNU" TO WS-RESULTAT
				MOVE "MESSAGE ABSENT DU REGISTRE" TO WS-MOTIF
				MOVE SPACE TO REG-CARRE-ID
				MOVE ZERO TO REG-NB-PARTIES
			NOT INVALID KEY
				PERFORM APPLIQUER-ACCUSE
		END-READ
		IF WS-RESULTAT IS = "INCONNU" THEN
			ADD 1 TO WS-NB-INCONNUS
			IF WS-CODE-RETOUR < 4 THEN
				MOVE 4 TO WS-CODE-RETOUR
			END-IF
		END-IF
		MOVE SPACE TO WS-LIGNE-RAPPORT
		MOVE 1 TO WS-PTR-RAPPORT
		STRING "   MESSAGE=" ACC-MSG-DATE "-" ACC-MSG-SEQ
			" CARRE=" REG-CARRE-ID
			" PARTIES RECUES=" ACC-PARTIES-RECUES "/" REG-NB-PARTIES
			" LE " WS-DATE-RECEPTION
			" " WS-RESULTAT " " WS-MOTIF
			DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
			WITH POINTER WS-PTR-RAPPORT
		END-STRING
		PERFORM ECRIRE-LIGNE-RAPPORT
	END-IF.

APPLIQUER-ACCUSE.
	IF REG-DATASET-IN IS = "*RESERVE*" THEN
		MOVE "INCONNU" TO WS-RESULTAT
		MOVE "NUMERO DE RESERVATION, PAS UN MESSAGE" TO WS-MOTIF
	ELSE
		IF ACC-CARRE-ID IS NOT = SPACE AND ACC-CARRE-ID IS NOT = REG-CARRE-ID THEN
			MOVE "INCONNU" TO WS-RESULTAT
			MOVE SPACE TO WS-MOTIF
			MOVE 1 TO WS-PTR-RAPPORT
			STRING "ACCUSE PAR LE SERVICE " ACC-CARRE-ID
				DELIMITED BY SIZE INTO WS-MOTIF
				WITH POINTER WS-PTR-RAPPORT
			END-STRING
		ELSE
			IF REG-LIVRAISON IS = "L"
					OR (REG-LIVRAISON IS = "P" AND ACC-PARTIES-RECUES IS NOT > REG-PARTIES-RECUES) THEN
				ADD 1 TO WS-NB-DEJA-VUS
				MOVE "DEJA ACQUIS" TO WS-RESULTAT
				MOVE "ACCUSE DEJA ENREGISTRE LE" TO WS-MOTIF
				MOVE REG-DATE-ACCUSE TO WS-MOTIF(27:8)
			ELSE
				MOVE ACC-PARTIES-RECUES TO REG-PARTIES-RECUES
				MOVE WS-DATE-RECEPTION TO REG-DATE-ACCUSE
				IF REG-PARTIES-RECUES IS NOT < REG-NB-PARTIES THEN
					MOVE "L" TO REG-LIVRAISON
					MOVE "LIVRE" TO WS-RESULTAT
					IF REG-PARTIES-RECUES > REG-NB-PARTIES THEN
						MOVE "PLUS DE PARTIES ACCUSEES QUE CODEES" TO WS-MOTIF
						IF WS-CODE-RETOUR < 4 THEN
							MOVE 4 TO WS-CODE-RETOUR
						END-IF
					END-IF
				ELSE
					MOVE "P" TO REG-LIVRAISON
					MOVE "PARTIEL" TO WS-RESULTAT
				END-IF
				REWRITE ENR-REGISTRE
					INVALID KEY
						MOVE "INCONNU" TO WS-RESULTAT
						MOVE "MISE A JOUR DU REGISTRE IMPOSSIBLE" TO WS-MOTIF
					NOT INVALID KEY
						IF REG-LIVRAISON IS = "L" THEN
							ADD 1 TO WS-NB-LIVRES
						ELSE
							ADD 1 TO WS-NB-PARTIELS
						END-IF
				END-REWRITE
			END-IF
		END-IF
	END-IF.

EDITER_VIEILLISSEMENT.
	MOVE "2. MESSAGES NON ACQUITTES DEPUIS 7 JOURS ET PLUS" TO WS-LIGNE-RAPPORT.
	PERFORM ECRIRE-LIGNE-RAPPORT.
	MOVE "N" TO IND-FIN-REGISTRE.
	OPEN INPUT FICHIER-REGISTRE.
	IF STATUT-REGISTRE IS NOT = "00" THEN
		MOVE "   Registre des messages indisponible, vieillissement non établi" TO WS-LIGNE-RAPPORT
		PERFORM ECRIRE-LIGNE-RAPPORT
		MOVE 8 TO WS-CODE-RETOUR
	ELSE
		MOVE ZERO TO REG-MSG-DATE
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
					PERFORM VIEILLIR-MESSAGE
			END-READ
		END-PERFORM
		CLOSE FICHIER-REGISTRE
	END-IF.
	IF WS-TOTAL-7 IS = ZERO THEN
		MOVE "   (aucun)" TO WS-LIGNE-RAPPORT
		PERFORM ECRIRE-LIGNE-RAPPORT
	ELSE
		IF WS-CODE-RETOUR < 4 THEN
			MOVE 4 TO WS-CODE-RETOUR
		END-IF
	END-IF.
	IF IND-TABLE-PLEINE IS = "O" THEN
		MOVE "   ATTENTION : table des carrés saturée, synthèse tronquée" TO WS-LIGNE-RAPPORT
		PERFORM ECRIRE-LIGNE-RAPPORT
	END-IF.
	PERFORM ECRIRE-LIGNE-VIDE.
	MOVE "3. MESSAGES NON ACQUITTES PAR CARRE (SERVICE), SELON L'ANCIENNETE" TO WS-LIGNE-RAPPORT.
	PERFORM ECRIRE-LIGNE-RAPPORT.
	IF AG-NB IS = ZERO THEN
		MOVE "   (aucun message en attente d'accusé depuis plus d'un jour)" TO WS-LIGNE-RAPPORT
		PERFORM ECRIRE-LIGNE-RAPPORT
	ELSE
		PERFORM VARYING AG-IDX FROM 1 BY 1 UNTIL AG-IDX > AG-NB
			MOVE SPACE TO WS-LIGNE-RAPPORT
			MOVE 1 TO WS-PTR-RAPPORT
			STRING "   CARRE=" AG-CARRE-ID(AG-IDX)
				" 1 A 2 JOURS=" AG-NB-1(AG-IDX)
				" 3 A 6 JOURS=" AG-NB-3(AG-IDX)
				" 7 JOURS ET PLUS=" AG-NB-7(AG-IDX)
				" DONT PARTIELS=" AG-NB-PARTIELS(AG-IDX)
				DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
				WITH POINTER WS-PTR-RAPPORT
			END-STRING
			PERFORM ECRIRE-LIGNE-RAPPORT
		END-PERFORM
	END-IF.
	PERFORM ECRIRE-LIGNE-VIDE.

VIEILLIR-MESSAGE.
	IF REG-DATASET-IN IS NOT = "*RESERVE*" AND REG-LIVRAISON IS NOT = "L"
			AND FUNCTION TEST-DATE-YYYYMMDD(REG-MSG-DATE) IS = ZERO THEN
		ADD 1 TO WS-NB-NON-ACQUITTES
		COMPUTE WS-AGE-JOURS = WS-ENTIER-JOUR - FUNCTION INTEGER-OF-DATE(REG-MSG-DATE)
		IF REG-MSG-DATE < WS-DATE-JOUR AND WS-AGE-JOURS > ZERO THEN
			PERFORM RECHERCHER-POSTE-AGE
			IF IND-CARRE-TROUVE IS = "O" THEN
				IF WS-AGE-JOURS < 3 THEN
					ADD 1 TO AG-NB-1(AG-IDX)
				ELSE
					IF WS-AGE-JOURS < 7 THEN
						ADD 1 TO AG-NB-3(AG-IDX)
					ELSE
						ADD 1 TO AG-NB-7(AG-IDX)
					END-IF
				END-IF
				IF REG-LIVRAISON IS = "P" THEN
					ADD 1 TO AG-NB-PARTIELS(AG-IDX)
				END-IF
			END-IF
			IF WS-AGE-JOURS < 3 THEN
				ADD 1 TO WS-TOTAL-1
			ELSE
				IF WS-AGE-JOURS < 7 THEN
					ADD 1 TO WS-TOTAL-3
				ELSE
					ADD 1 TO WS-TOTAL-7
					PERFORM EDITER-MESSAGE-ANCIEN
				END-IF
			END-IF
			IF REG-LIVRAISON IS = "P" THEN
				ADD 1 TO WS-TOTAL-PARTIELS
			END-IF
		END-IF
	END-IF.

RECHERCHER-POSTE-AGE.
	MOVE "N" TO IND-CARRE-TROUVE.
	PERFORM VARYING AG-IDX FROM 1 BY 1 UNTIL AG-IDX > AG-NB OR IND-CARRE-TROUVE IS = "O"
		IF AG-CARRE-ID(AG-IDX) IS = REG-CARRE-ID THEN
			MOVE "O" TO IND-CARRE-TROUVE
		END-IF
	END-PERFORM.
	IF IND-CARRE-TROUVE IS = "O" THEN
		SUBTRACT 1 FROM AG-IDX
	ELSE
		IF AG-NB < 200 THEN
			ADD 1 TO AG-NB
			MOVE AG-NB TO AG-IDX
			MOVE REG-CARRE-ID TO AG-CARRE-ID(AG-IDX)
			MOVE ZERO TO AG-NB-1(AG-IDX)
			MOVE ZERO TO AG-NB-3(AG-IDX)
			MOVE ZERO TO AG-NB-7(AG-IDX)
			MOVE ZERO TO AG-NB-PARTIELS(AG-IDX)
			MOVE "O" TO IND-CARRE-TROUVE
		ELSE
			MOVE "O" TO IND-TABLE-PLEINE
		END-IF
	END-IF.

EDITER-MESSAGE-ANCIEN.
	MOVE SPACE TO WS-LIGNE-RAPPORT.
	MOVE 1 TO WS-PTR-RAPPORT.
	STRING "   MESSAGE=" REG-MSG-DATE "-" REG-MSG-SEQ
		" CARRE=" REG-CARRE-ID
		" AGE=" WS-AGE-JOURS " JOURS"
		" PARTIES=" REG-PARTIES-RECUES "/" REG-NB-PARTIES
		" SORTIE=" FUNCTION TRIM(REG-DATASET-OUT TRAILING)
		DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
		WITH POINTER WS-PTR-RAPPORT
	END-STRING.
	PERFORM ECRIRE-LIGNE-RAPPORT.

EDITER_BILAN.
	MOVE SPACE TO WS-LIGNE-RAPPORT.
	MOVE 1 TO WS-PTR-RAPPORT.
	STRING "BILAN ACCUSES : LUS=" WS-NB-ACCUSES-LUS
		" LIVRES=" WS-NB-LIVRES
		" PARTIELS=" WS-NB-PARTIELS
		" DEJA ACQUIS=" WS-NB-DEJA-VUS
		" INCONNUS=" WS-NB-INCONNUS
		" ILLISIBLES=" WS-NB-ILLISIBLES
		DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
		WITH POINTER WS-PTR-RAPPORT
	END-STRING.
	PERFORM ECRIRE-LIGNE-RAPPORT.
	MOVE SPACE TO WS-LIGNE-RAPPORT.
	MOVE 1 TO WS-PTR-RAPPORT.
	STRING "BILAN REGISTRE : NON ACQUITTES=" WS-NB-NON-ACQUITTES
		" DEPUIS 1 A 2 JOURS=" WS-TOTAL-1
		" 3 A 6 JOURS=" WS-TOTAL-3
		" 7 JOURS ET PLUS=" WS-TOTAL-7
		" DONT PARTIELS=" WS-TOTAL-PARTIELS
		DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
		WITH POINTER WS-PTR-RAPPORT
	END-STRING.
	PERFORM ECRIRE-LIGNE-RAPPORT.
	IF WS-NB-INCONNUS > ZERO THEN
		MOVE "Accusés inconnus : vérifier le numéro auprès du service, ou consolider les runs en attente puis relancer" TO WS-LIGNE-RAPPORT
		PERFORM ECRIRE-LIGNE-RAPPORT
	END-IF.

ECRIRE-LIGNE-RAPPORT.
	WRITE ENR-RAPPORT FROM WS-LIGNE-RAPPORT.

ECRIRE-LIGNE-VIDE.
	MOVE SPACE TO WS-LIGNE-RAPPORT.
	WRITE ENR-RAPPORT FROM WS-LIGNE-RAPPORT.
END PROGRAM Accuses.
