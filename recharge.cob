IDENTIFICATION DIVISION.
PROGRAM-ID. Recharge.
DATE-WRITTEN. 15/10/26.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT FICHIER-CARRES-ANC ASSIGN TO "CARRES.ANC"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS CARA-ID
		FILE STATUS IS STATUT-CARRES-ANC.
	SELECT FICHIER-CARRES ASSIGN TO "CARRES.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS CARRE-CLE
		FILE STATUS IS STATUT-CARRES.
	SELECT FICHIER-REGISTRE-ANC ASSIGN TO "REGISTRE.ANC"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS REGA-MSG-NUM
		FILE STATUS IS STATUT-REGISTRE-ANC.
	SELECT FICHIER-REGISTRE ASSIGN TO "REGISTRE.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS REG-MSG-NUM
		FILE STATUS IS STATUT-REGISTRE.
	SELECT FICHIER-RUNLISTE ASSIGN TO "RUNLISTE.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-RUNLISTE.
	SELECT FICHIER-REGISTRE-RUN ASSIGN TO WS-NOM-REGISTRE-RUN
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-REGISTRE-RUN.
	SELECT FICHIER-SAUVEGARDE-RUN ASSIGN TO WS-NOM-SAUVEGARDE-RUN
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-SAUVEGARDE-RUN.
	SELECT FICHIER-RECHARGE ASSIGN TO "RECHARGE.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-RECHARGE.

DATA DIVISION.
FILE SECTION.
FD  FICHIER-CARRES-ANC.
	01	ENR-CARRE-ANC.
		05	CARA-ID			PIC	X(10).
		05	CARA-VALEUR		PIC	A(25).
		05	CARA-DATE-EFFET		PIC	9(8).
		05	CARA-HEURE-EFFET	PIC	9(6).
FD  FICHIER-CARRES.
	01	ENR-CARRE.
		05	CARRE-CLE.
			10	CARRE-ID		PIC	X(10).
			10	CARRE-EFFET.
				15	CARRE-DATE-EFFET	PIC	9(8).
				15	CARRE-HEURE-EFFET	PIC	9(6).
		05	CARRE-VALEUR		PIC	A(25).
FD  FICHIER-REGISTRE-ANC.
	01	ENR-REGISTRE-ANC.
		05	REGA-MSG-NUM.
			10	REGA-MSG-DATE	PIC	9(8).
			10	REGA-MSG-SEQ	PIC	9(6).
		05	REGA-RESTE		PIC	X(99).
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
FD  FICHIER-SAUVEGARDE-RUN.
	01	ENR-SAUVEGARDE-RUN	PIC	X(149).
FD  FICHIER-RECHARGE.
	01	ENR-RECHARGE		PIC	X(132).

WORKING-STORAGE SECTION.
	01	STATUT-CARRES-ANC	PIC	XX.
	01	STATUT-CARRES		PIC	XX.
	01	STATUT-REGISTRE-ANC	PIC	XX.
	01	STATUT-REGISTRE		PIC	XX.
	01	STATUT-RUNLISTE		PIC	XX.
	01	STATUT-REGISTRE-RUN	PIC	XX.
	01	STATUT-SAUVEGARDE-RUN	PIC	XX.
	01	STATUT-RECHARGE		PIC	XX.
	01	WS-NOM-REGISTRE-RUN	PIC	X(30).
	01	WS-NOM-SAUVEGARDE-RUN	PIC	X(30).
	01	WS-DATE-HEURE		PIC	X(21).
	01	WS-LIGNE-RECHARGE	PIC	X(132).
	01	WS-PTR-RECHARGE		PIC	999.
	01	IND-FIN-FICHIER		PIC	A	VALUE "N".
	01	IND-FIN-RUNLISTE	PIC	A	VALUE "N".
	01	IND-SAUVEGARDE-OK	PIC	A	VALUE "N".
	01	WS-ENR-REGISTRE-LU	PIC	X(149).
	01	WS-ENR-REGISTRE.
		05	WREG-ANCIEN		PIC	X(113).
		05	WREG-MSG-ORIGINE	PIC	X(14).
		05	WREG-LIVRAISON		PIC	X.
		05	WREG-PARTIES-RECUES	PIC	9(3).
		05	WREG-DATE-ACCUSE	PIC	9(8).
		05	WREG-EMPREINTE		PIC	9(10).
	01	WS-NB-CARRES		PIC	9(8)	VALUE ZERO.
	01	WS-NB-CARRES-REJETES	PIC	9(8)	VALUE ZERO.
	01	WS-NB-REGISTRE		PIC	9(8)	VALUE ZERO.
	01	WS-NB-REGISTRE-REJETES	PIC	9(8)	VALUE ZERO.
	01	WS-NB-RUNS		PIC	9(4)	VALUE ZERO.
	01	WS-NB-RUN-CONVERTIS	PIC	9(8).
	01	WS-NB-RUN-INCHANGES	PIC	9(8).
	01	WS-TOTAL-RUN-CONVERTIS	PIC	9(8)	VALUE ZERO.
	01	WS-TOTAL-RUN-INCHANGES	PIC	9(8)	VALUE ZERO.
	01	WS-CODE-RETOUR		PIC	99	VALUE ZERO.

PROCEDURE DIVISION.
PROGRAMME-PRINCIPAL.
	MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.
	OPEN OUTPUT FICHIER-RECHARGE.
	IF STATUT-RECHARGE IS NOT = "00" THEN
		DISPLAY "Fichier de rapport de rechargement indisponible"
		MOVE 8 TO WS-CODE-RETOUR
	ELSE
		PERFORM EDITER_ENTETE
		PERFORM RECHARGER_CARRES
		PERFORM RECHARGER_REGISTRE
		PERFORM CONVERTIR_REGISTRES-RUN
		PERFORM EDITER_BILAN
		CLOSE FICHIER-RECHARGE
		DISPLAY "Rechargement terminé, voir RECHARGE.RPT"
	END-IF.
	MOVE WS-CODE-RETOUR TO RETURN-CODE.
	STOP RUN.

EDITER_ENTETE.
	MOVE "DECHARGEMENT / RECHARGEMENT DE CARRES.DAT, REGISTRE.DAT ET DES REGISTRES DE RUN" TO WS-LIGNE-RECHARGE.
	PERFORM ECRIRE-LIGNE-RECHARGE.
	MOVE SPACE TO WS-LIGNE-RECHARGE.
	MOVE 1 TO WS-PTR-RECHARGE.
	STRING "Exécuté le : " WS-DATE-HEURE(1:14)
		DELIMITED BY SIZE INTO WS-LIGNE-RECHARGE
		WITH POINTER WS-PTR-RECHARGE
	END-STRING.
	PERFORM ECRIRE-LIGNE-RECHARGE.
	MOVE "Les fichiers indexés à l'ancien format sont lus sous CARRES.ANC et REGISTRE.ANC (fichiers renommés avant le passage)" TO WS-LIGNE-RECHARGE.
	PERFORM ECRIRE-LIGNE-RECHARGE.
	PERFORM ECRIRE-LIGNE-VIDE.

RECHARGER_CARRES.
	MOVE "1. CARRES (CARRES.ANC -> CARRES.DAT, CLE CARRE + DATE D'EFFET)" TO WS-LIGNE-RECHARGE.
	PERFORM ECRIRE-LIGNE-RECHARGE.
	MOVE "N" TO IND-FIN-FICHIER.
	OPEN INPUT FICHIER-CARRES-ANC.
	IF STATUT-CARRES-ANC IS NOT = "00" THEN
		MOVE "   CARRES.ANC absent, aucun carré à recharger" TO WS-LIGNE-RECHARGE
		PERFORM ECRIRE-LIGNE-RECHARGE
		IF WS-CODE-RETOUR < 4 THEN
			MOVE 4 TO WS-CODE-RETOUR
		END-IF
	ELSE
		OPEN INPUT FICHIER-CARRES
		IF STATUT-CARRES IS = "00" THEN
			CLOSE FICHIER-CARRES
			MOVE "   CARRES.DAT existe déjà, rechargement refusé (renommer l'ancien fichier en CARRES.ANC)" TO WS-LIGNE-RECHARGE
			PERFORM ECRIRE-LIGNE-RECHARGE
			MOVE 8 TO WS-CODE-RETOUR
			CLOSE FICHIER-CARRES-ANC
		ELSE
			OPEN OUTPUT FICHIER-CARRES
			IF STATUT-CARRES IS NOT = "00" THEN
				MOVE "   CARRES.DAT non créable, rechargement refusé" TO WS-LIGNE-RECHARGE
				PERFORM ECRIRE-LIGNE-RECHARGE
				MOVE 8 TO WS-CODE-RETOUR
				CLOSE FICHIER-CARRES-ANC
			ELSE
				PERFORM UNTIL IND-FIN-FICHIER IS = "O"
					READ FICHIER-CARRES-ANC
						AT END
							MOVE "O" TO IND-FIN-FICHIER
						NOT AT END
							PERFORM RECHARGER-UN-CARRE
					END-READ
				END-PERFORM
				CLOSE FICHIER-CARRES
				CLOSE FICHIER-CARRES-ANC
			END-IF
		END-IF
	END-IF.
	MOVE SPACE TO WS-LIGNE-RECHARGE.
	MOVE 1 TO WS-PTR-RECHARGE.
	STRING "   Carrés rechargés : " WS-NB-CARRES
		"  rejetés : " WS-NB-CARRES-REJETES
		DELIMITED BY SIZE INTO WS-LIGNE-RECHARGE
		WITH POINTER WS-PTR-RECHARGE
	END-STRING.
	PERFORM ECRIRE-LIGNE-RECHARGE.
	PERFORM ECRIRE-LIGNE-VIDE.

RECHARGER-UN-CARRE.
	MOVE CARA-ID TO CARRE-ID.
	MOVE CARA-VALEUR TO CARRE-VALEUR.
	IF CARA-DATE-EFFET IS NUMERIC THEN
		MOVE CARA-DATE-EFFET TO CARRE-DATE-EFFET
	ELSE
		MOVE ZERO TO CARRE-DATE-EFFET
	END-IF.
	IF CARA-HEURE-EFFET IS NUMERIC THEN
		MOVE CARA-HEURE-EFFET TO CARRE-HEURE-EFFET
	ELSE
		MOVE ZERO TO CARRE-HEURE-EFFET
	END-IF.
	WRITE ENR-CARRE
		INVALID KEY
			ADD 1 TO WS-NB-CARRES-REJETES
			MOVE SPACE TO WS-LIGNE-RECHARGE
			MOVE 1 TO WS-PTR-RECHARGE
			STRING "   REJET : carré '" CARA-ID "' statut " STATUT-CARRES
				DELIMITED BY SIZE INTO WS-LIGNE-RECHARGE
				WITH POINTER WS-PTR-RECHARGE
			END-STRING
			PERFORM ECRIRE-LIGNE-RECHARGE
			MOVE 8 TO WS-CODE-RETOUR
		NOT INVALID KEY
			ADD 1 TO WS-NB-CARRES
	END-WRITE.

RECHARGER_REGISTRE.
	MOVE "2. REGISTRE DES MESSAGES (REGISTRE.ANC -> REGISTRE.DAT)" TO WS-LIGNE-RECHARGE.
	PERFORM ECRIRE-LIGNE-RECHARGE.
	MOVE "N" TO IND-FIN-FICHIER.
	OPEN INPUT FICHIER-REGISTRE-ANC.
	IF STATUT-REGISTRE-ANC IS NOT = "00" THEN
		MOVE "   REGISTRE.ANC absent, aucun message à recharger" TO WS-LIGNE-RECHARGE
		PERFORM ECRIRE-LIGNE-RECHARGE
		IF WS-CODE-RETOUR < 4 THEN
			MOVE 4 TO WS-CODE-RETOUR
		END-IF
	ELSE
		OPEN INPUT FICHIER-REGISTRE
		IF STATUT-REGISTRE IS = "00" THEN
			CLOSE FICHIER-REGISTRE
			MOVE "   REGISTRE.DAT existe déjà, rechargement refusé (renommer l'ancien fichier en REGISTRE.ANC)" TO WS-LIGNE-RECHARGE
			PERFORM ECRIRE-LIGNE-RECHARGE
			MOVE 8 TO WS-CODE-RETOUR
			CLOSE FICHIER-REGISTRE-ANC
		ELSE
			OPEN OUTPUT FICHIER-REGISTRE
			IF STATUT-REGISTRE IS NOT = "00" THEN
				MOVE "   REGISTRE.DAT non créable, rechargement refusé" TO WS-LIGNE-RECHARGE
				PERFORM ECRIRE-LIGNE-RECHARGE
				MOVE 8 TO WS-CODE-RETOUR
				CLOSE FICHIER-REGISTRE-ANC
			ELSE
				PERFORM UNTIL IND-FIN-FICHIER IS = "O"
					READ FICHIER-REGISTRE-ANC
						AT END
							MOVE "O" TO IND-FIN-FICHIER
						NOT AT END
							PERFORM RECHARGER-UN-MESSAGE
					END-READ
				END-PERFORM
				CLOSE FICHIER-REGISTRE
				CLOSE FICHIER-REGISTRE-ANC
			END-IF
		END-IF
	END-IF.
	MOVE SPACE TO WS-LIGNE-RECHARGE.
	MOVE 1 TO WS-PTR-RECHARGE.
	STRING "   Messages rechargés : " WS-NB-REGISTRE
		"  rejetés : " WS-NB-REGISTRE-REJETES
		DELIMITED BY SIZE INTO WS-LIGNE-RECHARGE
		WITH POINTER WS-PTR-RECHARGE
	END-STRING.
	PERFORM ECRIRE-LIGNE-RECHARGE.
	PERFORM ECRIRE-LIGNE-VIDE.

RECHARGER-UN-MESSAGE.
	MOVE ENR-REGISTRE-ANC TO WREG-ANCIEN.
	PERFORM ETENDRE-ENREG-REGISTRE.
	MOVE WS-ENR-REGISTRE TO ENR-REGISTRE.
	WRITE ENR-REGISTRE
		INVALID KEY
			ADD 1 TO WS-NB-REGISTRE-REJETES
			MOVE SPACE TO WS-LIGNE-RECHARGE
			MOVE 1 TO WS-PTR-RECHARGE
			STRING "   REJET : message " REGA-MSG-NUM " statut " STATUT-REGISTRE
				DELIMITED BY SIZE INTO WS-LIGNE-RECHARGE
				WITH POINTER WS-PTR-RECHARGE
			END-STRING
			PERFORM ECRIRE-LIGNE-RECHARGE
			MOVE 8 TO WS-CODE-RETOUR
		NOT INVALID KEY
			ADD 1 TO WS-NB-REGISTRE
	END-WRITE.

ETENDRE-ENREG-REGISTRE.
	MOVE SPACE TO WREG-MSG-ORIGINE.
	MOVE SPACE TO WREG-LIVRAISON.
	MOVE ZERO TO WREG-PARTIES-RECUES.
	MOVE ZERO TO WREG-DATE-ACCUSE.
	MOVE ZERO TO WREG-EMPREINTE.

CONVERTIR_REGISTRES-RUN.
	MOVE "3. REGISTRES DE RUN NON CONSOLIDES (RUNLISTE.DAT)" TO WS-LIGNE-RECHARGE.
	PERFORM ECRIRE-LIGNE-RECHARGE.
	MOVE "N" TO IND-FIN-RUNLISTE.
	OPEN INPUT FICHIER-RUNLISTE.
	IF STATUT-RUNLISTE IS NOT = "00" THEN
		MOVE "   Aucun run en attente de consolidation" TO WS-LIGNE-RECHARGE
		PERFORM ECRIRE-LIGNE-RECHARGE
	ELSE
		PERFORM UNTIL IND-FIN-RUNLISTE IS = "O"
			READ FICHIER-RUNLISTE
				AT END
					MOVE "O" TO IND-FIN-RUNLISTE
				NOT AT END
					IF RUN-HORODATAGE IS NOT = SPACE THEN
						PERFORM CONVERTIR-UN-REGISTRE-RUN
					END-IF
			END-READ
		END-PERFORM
		CLOSE FICHIER-RUNLISTE
	END-IF.
	PERFORM ECRIRE-LIGNE-VIDE.

CONVERTIR-UN-REGISTRE-RUN.
	ADD 1 TO WS-NB-RUNS.
	MOVE ZERO TO WS-NB-RUN-CONVERTIS.
	MOVE ZERO TO WS-NB-RUN-INCHANGES.
	MOVE SPACE TO WS-NOM-REGISTRE-RUN.
	MOVE 1 TO WS-PTR-RECHARGE.
	STRING "REGISTRE." RUN-HORODATAGE ".RUN"
		DELIMITED BY SIZE INTO WS-NOM-REGISTRE-RUN
		WITH POINTER WS-PTR-RECHARGE
	END-STRING.
	MOVE SPACE TO WS-NOM-SAUVEGARDE-RUN.
	MOVE 1 TO WS-PTR-RECHARGE.
	STRING "REGISTRE." RUN-HORODATAGE ".ANC"
		DELIMITED BY SIZE INTO WS-NOM-SAUVEGARDE-RUN
		WITH POINTER WS-PTR-RECHARGE
	END-STRING.
	PERFORM SAUVEGARDER-REGISTRE-RUN.
	IF IND-SAUVEGARDE-OK IS = "O" THEN
		MOVE "N" TO IND-FIN-FICHIER
		OPEN INPUT FICHIER-SAUVEGARDE-RUN
		OPEN OUTPUT FICHIER-REGISTRE-RUN
		IF STATUT-SAUVEGARDE-RUN IS NOT = "00" OR STATUT-REGISTRE-RUN IS NOT = "00" THEN
			MOVE SPACE TO WS-LIGNE-RECHARGE
			MOVE 1 TO WS-PTR-RECHARGE
			STRING "   " WS-NOM-REGISTRE-RUN
				" non réécrivable, à restaurer depuis " WS-NOM-SAUVEGARDE-RUN
				DELIMITED BY SIZE INTO WS-LIGNE-RECHARGE
				WITH POINTER WS-PTR-RECHARGE
			END-STRING
			PERFORM ECRIRE-LIGNE-RECHARGE
			MOVE 8 TO WS-CODE-RETOUR
		ELSE
			PERFORM UNTIL IND-FIN-FICHIER IS = "O"
				READ FICHIER-SAUVEGARDE-RUN INTO WS-ENR-REGISTRE-LU
					AT END
						MOVE "O" TO IND-FIN-FICHIER
					NOT AT END
						PERFORM CONVERTIR-UNE-LIGNE-RUN
				END-READ
			END-PERFORM
			MOVE SPACE TO WS-LIGNE-RECHARGE
			MOVE 1 TO WS-PTR-RECHARGE
			STRING "   " WS-NOM-REGISTRE-RUN
				" ENREG CONVERTIS=" WS-NB-RUN-CONVERTIS
				" DEJA AU FORMAT=" WS-NB-RUN-INCHANGES
				" SAUVEGARDE=" WS-NOM-SAUVEGARDE-RUN
				DELIMITED BY SIZE INTO WS-LIGNE-RECHARGE
				WITH POINTER WS-PTR-RECHARGE
			END-STRING
			PERFORM ECRIRE-LIGNE-RECHARGE
			ADD WS-NB-RUN-CONVERTIS TO WS-TOTAL-RUN-CONVERTIS
			ADD WS-NB-RUN-INCHANGES TO WS-TOTAL-RUN-INCHANGES
		END-IF
		CLOSE FICHIER-SAUVEGARDE-RUN
		CLOSE FICHIER-REGISTRE-RUN
	END-IF.

SAUVEGARDER-REGISTRE-RUN.
	MOVE "N" TO IND-SAUVEGARDE-OK.
	MOVE "N" TO IND-FIN-FICHIER.
	OPEN INPUT FICHIER-REGISTRE-RUN.
	IF STATUT-REGISTRE-RUN IS NOT = "00" THEN
		MOVE SPACE TO WS-LIGNE-RECHARGE
		MOVE 1 TO WS-PTR-RECHARGE
		STRING "   Registre de run absent : " WS-NOM-REGISTRE-RUN
			DELIMITED BY SIZE INTO WS-LIGNE-RECHARGE
			WITH POINTER WS-PTR-RECHARGE
		END-STRING
		PERFORM ECRIRE-LIGNE-RECHARGE
	ELSE
		OPEN OUTPUT FICHIER-SAUVEGARDE-RUN
		IF STATUT-SAUVEGARDE-RUN IS NOT = "00" THEN
			MOVE SPACE TO WS-LIGNE-RECHARGE
			MOVE 1 TO WS-PTR-RECHARGE
			STRING "   Sauvegarde " WS-NOM-SAUVEGARDE-RUN
				" indisponible, " WS-NOM-REGISTRE-RUN " non converti"
				DELIMITED BY SIZE INTO WS-LIGNE-RECHARGE
				WITH POINTER WS-PTR-RECHARGE
			END-STRING
			PERFORM ECRIRE-LIGNE-RECHARGE
			MOVE 8 TO WS-CODE-RETOUR
		ELSE
			PERFORM UNTIL IND-FIN-FICHIER IS = "O"
				READ FICHIER-REGISTRE-RUN
					AT END
						MOVE "O" TO IND-FIN-FICHIER
					NOT AT END
						WRITE ENR-SAUVEGARDE-RUN FROM ENR-REGISTRE-RUN
				END-READ
			END-PERFORM
			CLOSE FICHIER-SAUVEGARDE-RUN
			MOVE "O" TO IND-SAUVEGARDE-OK
		END-IF
		CLOSE FICHIER-REGISTRE-RUN
	END-IF.

CONVERTIR-UNE-LIGNE-RUN.
	MOVE WS-ENR-REGISTRE-LU TO WS-ENR-REGISTRE.
	IF WREG-PARTIES-RECUES IS NOT NUMERIC THEN
		MOVE ZERO TO WREG-PARTIES-RECUES
	END-IF.
	IF WREG-DATE-ACCUSE IS NOT NUMERIC THEN
		MOVE ZERO TO WREG-DATE-ACCUSE
	END-IF.
	IF WREG-EMPREINTE IS NOT NUMERIC THEN
		MOVE ZERO TO WREG-EMPREINTE
	END-IF.
	WRITE ENR-REGISTRE-RUN FROM WS-ENR-REGISTRE.
	IF WS-ENR-REGISTRE IS = WS-ENR-REGISTRE-LU THEN
		ADD 1 TO WS-NB-RUN-INCHANGES
	ELSE
		ADD 1 TO WS-NB-RUN-CONVERTIS
	END-IF.

EDITER_BILAN.
	MOVE SPACE TO WS-LIGNE-RECHARGE.
	MOVE 1 TO WS-PTR-RECHARGE.
	STRING "BILAN : CARRES=" WS-NB-CARRES
		" MESSAGES=" WS-NB-REGISTRE
		" RUNS=" WS-NB-RUNS
		" ENREG RUN CONVERTIS=" WS-TOTAL-RUN-CONVERTIS
		" DEJA AU FORMAT=" WS-TOTAL-RUN-INCHANGES
		DELIMITED BY SIZE INTO WS-LIGNE-RECHARGE
		WITH POINTER WS-PTR-RECHARGE
	END-STRING.
	PERFORM ECRIRE-LIGNE-RECHARGE.
	IF WS-CODE-RETOUR > 4 THEN
		MOVE "Rechargement incomplet : conserver les fichiers .ANC et relancer après correction" TO WS-LIGNE-RECHARGE
	ELSE
		MOVE "Rechargement terminé : les fichiers .ANC peuvent être archivés" TO WS-LIGNE-RECHARGE
	END-IF.
	PERFORM ECRIRE-LIGNE-RECHARGE.

ECRIRE-LIGNE-RECHARGE.
	WRITE ENR-RECHARGE FROM WS-LIGNE-RECHARGE.

ECRIRE-LIGNE-VIDE.
	MOVE SPACE TO WS-LIGNE-RECHARGE.
	WRITE ENR-RECHARGE FROM WS-LIGNE-RECHARGE.
END PROGRAM Recharge.
