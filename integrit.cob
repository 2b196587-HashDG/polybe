IDENTIFICATION DIVISION.
PROGRAM-ID. Integrit.
DATE-WRITTEN. 15/10/26.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT FICHIER-ARCHIVES ASSIGN TO "ARCHIVES.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-ARCHIVES.
	SELECT FICHIER-RUNLISTE ASSIGN TO "RUNLISTE.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-RUNLISTE.
	SELECT FICHIER-JOURNAL ASSIGN TO WS-NOM-JOURNAL
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-JOURNAL.
	SELECT FICHIER-INTEGRIT ASSIGN TO "INTEGRIT.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-INTEGRIT.

DATA DIVISION.
FILE SECTION.
FD  FICHIER-ARCHIVES.
	01	ENR-ARCHIVES.
		05	ARCH-NOM		PIC	X(30).
		05	ARCH-DATE		PIC	9(8).
		05	ARCH-NB-LIGNES		PIC	9(8).
		05	ARCH-SEQ-DEBUT		PIC	9(9).
		05	ARCH-SEQ-FIN		PIC	9(9).
FD  FICHIER-RUNLISTE.
	01	ENR-RUNLISTE.
		05	RUN-HORODATAGE		PIC	X(14).
FD  FICHIER-JOURNAL.
	01	ENR-JOURNAL		PIC	X(149).
FD  FICHIER-INTEGRIT.
	01	ENR-INTEGRIT		PIC	X(132).

WORKING-STORAGE SECTION.
	01	STATUT-ARCHIVES		PIC	XX.
	01	STATUT-RUNLISTE		PIC	XX.
	01	STATUT-JOURNAL		PIC	XX.
	01	STATUT-INTEGRIT		PIC	XX.
	01	WS-NOM-JOURNAL		PIC	X(30).
	01	WS-DATE-HEURE		PIC	X(21).
	01	WS-LIGNE-INTEGRIT	PIC	X(132).
	01	WS-PTR-INTEGRIT		PIC	999.
	01	WS-ENR-AUDIT-LU.
		05	AUDL-CONTENU		PIC	X(120).
		05	AUDL-LIB-SEQ		PIC	X(5).
		05	AUDL-SEQUENCE		PIC	9(9).
		05	AUDL-LIB-CTL		PIC	X(5).
		05	AUDL-CONTROLE		PIC	9(10).
	01	IND-FIN-ARCHIVES	PIC	A	VALUE "N".
	01	IND-FIN-RUNLISTE	PIC	A	VALUE "N".
	01	IND-FIN-JOURNAL		PIC	A	VALUE "N".
	01	IND-CHAINE-COMMENCEE	PIC	A	VALUE "N".
	01	IND-RECOUVREMENT	PIC	A	VALUE "N".
	01	IND-FICHIER-OBLIGATOIRE	PIC	A	VALUE "O".
	01	IND-FICHIER-LU		PIC	A	VALUE "N".
	01	WS-SEQ-PREC		PIC	9(9)	VALUE ZERO.
	01	WS-CTL-PREC		PIC	9(10)	VALUE ZERO.
	01	WS-CTL-CALCULE		PIC	9(10).
	01	WS-IDX-AUDIT		PIC	999.
	01	WS-SEQ-ARCHIVEE		PIC	9(9)	VALUE ZERO.
	01	WS-SEQ-ATTENDUE		PIC	9(9).
	01	WS-SEQ-MANQUANTE	PIC	9(9).
	01	WS-SEQ-PREMIERE		PIC	9(9).
	01	WS-SEQ-DERNIERE		PIC	9(9).
	01	WS-HORODATAGE-DERNIERE	PIC	X(14)	VALUE SPACE.
	01	WS-NB-FICHIERS		PIC	9(4)	VALUE ZERO.
	01	WS-NB-LIGNES-FICHIER	PIC	9(8).
	01	WS-NB-LIGNES		PIC	9(8)	VALUE ZERO.
	01	WS-NB-NON-CHAINEES	PIC	9(8)	VALUE ZERO.
	01	WS-NB-RECOUVREMENT	PIC	9(8)	VALUE ZERO.
	01	WS-NB-LACUNES		PIC	9(6)	VALUE ZERO.
	01	WS-NB-DESORDRES		PIC	9(6)	VALUE ZERO.
	01	WS-NB-ALTERATIONS	PIC	9(6)	VALUE ZERO.
	01	WS-NB-RUPTURES		PIC	9(6)	VALUE ZERO.
	01	WS-NB-FICHIERS-ABSENTS	PIC	9(4)	VALUE ZERO.
	01	WS-NB-ANOMALIES		PIC	9(6)	VALUE ZERO.
	01	WS-CODE-RETOUR		PIC	99	VALUE ZERO.

PROCEDURE DIVISION.
PROGRAMME-PRINCIPAL.
	MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.
	OPEN OUTPUT FICHIER-INTEGRIT.
	IF STATUT-INTEGRIT IS NOT = "00" THEN
		DISPLAY "Fichier de rapport d'intégrité indisponible"
		MOVE 8 TO WS-CODE-RETOUR
	ELSE
		PERFORM EDITER_ENTETE
		PERFORM VERIFIER_ARCHIVES
		PERFORM VERIFIER_JOURNAL-MAITRE
		PERFORM VERIFIER_JOURNAUX-RUN
		PERFORM EDITER_BILAN
		CLOSE FICHIER-INTEGRIT
		DISPLAY "Vérification terminée, voir INTEGRIT.RPT"
	END-IF.
	MOVE WS-CODE-RETOUR TO RETURN-CODE.
	STOP RUN.

EDITER_ENTETE.
	MOVE "VERIFICATION D'INTEGRITE DE LA PISTE D'AUDIT (ARCHIVES, AUDIT.DAT, JOURNAUX DE RUN)" TO WS-LIGNE-INTEGRIT.
	PERFORM ECRIRE-LIGNE-INTEGRIT.
	MOVE SPACE TO WS-LIGNE-INTEGRIT.
	MOVE 1 TO WS-PTR-INTEGRIT.
	STRING "Exécutée le : " WS-DATE-HEURE(1:14)
		DELIMITED BY SIZE INTO WS-LIGNE-INTEGRIT
		WITH POINTER WS-PTR-INTEGRIT
	END-STRING.
	PERFORM ECRIRE-LIGNE-INTEGRIT.
	PERFORM ECRIRE-LIGNE-VIDE.

VERIFIER_ARCHIVES.
	MOVE "1. ARCHIVES DU JOURNAL (ARCHIVES.DAT)" TO WS-LIGNE-INTEGRIT.
	PERFORM ECRIRE-LIGNE-INTEGRIT.
	MOVE ZERO TO WS-SEQ-PREC.
	MOVE ZERO TO WS-CTL-PREC.
	MOVE "N" TO IND-CHAINE-COMMENCEE.
	MOVE "N" TO IND-RECOUVREMENT.
	MOVE "O" TO IND-FICHIER-OBLIGATOIRE.
	MOVE "N" TO IND-FIN-ARCHIVES.
	OPEN INPUT FICHIER-ARCHIVES.
	IF STATUT-ARCHIVES IS NOT = "00" THEN
		MOVE "   Aucune archive inscrite, la piste commence dans AUDIT.DAT" TO WS-LIGNE-INTEGRIT
		PERFORM ECRIRE-LIGNE-INTEGRIT
	ELSE
		PERFORM UNTIL IND-FIN-ARCHIVES IS = "O"
			READ FICHIER-ARCHIVES
				AT END
					MOVE "O" TO IND-FIN-ARCHIVES
				NOT AT END
					IF ARCH-NOM IS NOT = SPACE THEN
						PERFORM VERIFIER-UNE-ARCHIVE
					END-IF
			END-READ
		END-PERFORM
		CLOSE FICHIER-ARCHIVES
	END-IF.
	MOVE WS-SEQ-PREC TO WS-SEQ-ARCHIVEE.
	PERFORM ECRIRE-LIGNE-VIDE.

VERIFIER-UNE-ARCHIVE.
	MOVE ARCH-NOM TO WS-NOM-JOURNAL.
	PERFORM VERIFIER-FICHIER-JOURNAL.
	IF IND-FICHIER-LU IS = "O" AND WS-NB-LIGNES-FICHIER IS NOT = ARCH-NB-LIGNES THEN
		ADD 1 TO WS-NB-ALTERATIONS
		MOVE SPACE TO WS-LIGNE-INTEGRIT
		MOVE 1 TO WS-PTR-INTEGRIT
		STRING "   ALTERATION : " WS-NOM-JOURNAL
			" contient " WS-NB-LIGNES-FICHIER
			" ligne(s), " ARCH-NB-LIGNES " inscrite(s) à l'archivage du " ARCH-DATE
			DELIMITED BY SIZE INTO WS-LIGNE-INTEGRIT
			WITH POINTER WS-PTR-INTEGRIT
		END-STRING
		PERFORM ECRIRE-LIGNE-INTEGRIT
	END-IF.
	IF IND-FICHIER-LU IS = "O" AND (WS-SEQ-PREMIERE IS NOT = ARCH-SEQ-DEBUT
			OR WS-SEQ-DERNIERE IS NOT = ARCH-SEQ-FIN) THEN
		ADD 1 TO WS-NB-ALTERATIONS
		MOVE SPACE TO WS-LIGNE-INTEGRIT
		MOVE 1 TO WS-PTR-INTEGRIT
		STRING "   ALTERATION : " WS-NOM-JOURNAL
			" couvre SEQ=" WS-SEQ-PREMIERE " A SEQ=" WS-SEQ-DERNIERE
			", SEQ=" ARCH-SEQ-DEBUT " A SEQ=" ARCH-SEQ-FIN " inscrites"
			DELIMITED BY SIZE INTO WS-LIGNE-INTEGRIT
			WITH POINTER WS-PTR-INTEGRIT
		END-STRING
		PERFORM ECRIRE-LIGNE-INTEGRIT
	END-IF.

VERIFIER_JOURNAL-MAITRE.
	MOVE "2. JOURNAL MAITRE (AUDIT.DAT)" TO WS-LIGNE-INTEGRIT.
	PERFORM ECRIRE-LIGNE-INTEGRIT.
	IF WS-SEQ-ARCHIVEE > ZERO THEN
		MOVE "O" TO IND-RECOUVREMENT
	END-IF.
	MOVE "O" TO IND-FICHIER-OBLIGATOIRE.
	MOVE "AUDIT.DAT" TO WS-NOM-JOURNAL.
	PERFORM VERIFIER-FICHIER-JOURNAL.
	MOVE "N" TO IND-RECOUVREMENT.
	IF WS-NB-RECOUVREMENT > ZERO THEN
		MOVE SPACE TO WS-LIGNE-INTEGRIT
		MOVE 1 TO WS-PTR-INTEGRIT
		STRING "   " WS-NB-RECOUVREMENT
			" ligne(s) déjà archivée(s) encore présente(s), AUDIT.NEW non substitué à AUDIT.DAT"
			DELIMITED BY SIZE INTO WS-LIGNE-INTEGRIT
			WITH POINTER WS-PTR-INTEGRIT
		END-STRING
		PERFORM ECRIRE-LIGNE-INTEGRIT
	END-IF.
	MOVE SPACE TO WS-LIGNE-INTEGRIT.
	MOVE 1 TO WS-PTR-INTEGRIT.
	STRING "   Dernière ligne de la piste : SEQ=" WS-SEQ-PREC
		" du " WS-HORODATAGE-DERNIERE
		DELIMITED BY SIZE INTO WS-LIGNE-INTEGRIT
		WITH POINTER WS-PTR-INTEGRIT
	END-STRING.
	PERFORM ECRIRE-LIGNE-INTEGRIT.
	PERFORM ECRIRE-LIGNE-VIDE.

VERIFIER_JOURNAUX-RUN.
	MOVE "3. JOURNAUX DE RUN NON CONSOLIDES (RUNLISTE.DAT)" TO WS-LIGNE-INTEGRIT.
	PERFORM ECRIRE-LIGNE-INTEGRIT.
	MOVE "N" TO IND-FICHIER-OBLIGATOIRE.
	MOVE "N" TO IND-FIN-RUNLISTE.
	OPEN INPUT FICHIER-RUNLISTE.
	IF STATUT-RUNLISTE IS NOT = "00" THEN
		MOVE "   Aucun run en attente de consolidation" TO WS-LIGNE-INTEGRIT
		PERFORM ECRIRE-LIGNE-INTEGRIT
	ELSE
		PERFORM UNTIL IND-FIN-RUNLISTE IS = "O"
			READ FICHIER-RUNLISTE
				AT END
					MOVE "O" TO IND-FIN-RUNLISTE
				NOT AT END
					IF RUN-HORODATAGE IS NOT = SPACE THEN
						PERFORM VERIFIER-UN-JOURNAL-RUN
					END-IF
			END-READ
		END-PERFORM
		CLOSE FICHIER-RUNLISTE
	END-IF.
	PERFORM ECRIRE-LIGNE-VIDE.

VERIFIER-UN-JOURNAL-RUN.
	MOVE SPACE TO WS-NOM-JOURNAL.
	MOVE 1 TO WS-PTR-INTEGRIT.
	STRING "AUDIT." RUN-HORODATAGE ".RUN"
		DELIMITED BY SIZE INTO WS-NOM-JOURNAL
		WITH POINTER WS-PTR-INTEGRIT
	END-STRING.
	MOVE ZERO TO WS-SEQ-PREC.
	MOVE ZERO TO WS-CTL-PREC.
	MOVE "N" TO IND-CHAINE-COMMENCEE.
	MOVE "N" TO IND-RECOUVREMENT.
	PERFORM VERIFIER-FICHIER-JOURNAL.

VERIFIER-FICHIER-JOURNAL.
	MOVE ZERO TO WS-NB-LIGNES-FICHIER.
	MOVE ZERO TO WS-SEQ-PREMIERE.
	MOVE ZERO TO WS-SEQ-DERNIERE.
	MOVE "N" TO IND-FICHIER-LU.
	MOVE "N" TO IND-FIN-JOURNAL.
	OPEN INPUT FICHIER-JOURNAL.
	IF STATUT-JOURNAL IS NOT = "00" THEN
		MOVE SPACE TO WS-LIGNE-INTEGRIT
		MOVE 1 TO WS-PTR-INTEGRIT
		IF IND-FICHIER-OBLIGATOIRE IS = "O" THEN
			ADD 1 TO WS-NB-FICHIERS-ABSENTS
			STRING "   FICHIER ABSENT : " WS-NOM-JOURNAL
				DELIMITED BY SIZE INTO WS-LIGNE-INTEGRIT
				WITH POINTER WS-PTR-INTEGRIT
			END-STRING
		ELSE
			STRING "   Journal de run absent : " WS-NOM-JOURNAL
				DELIMITED BY SIZE INTO WS-LIGNE-INTEGRIT
				WITH POINTER WS-PTR-INTEGRIT
			END-STRING
		END-IF
		PERFORM ECRIRE-LIGNE-INTEGRIT
	ELSE
		MOVE "O" TO IND-FICHIER-LU
		ADD 1 TO WS-NB-FICHIERS
		PERFORM UNTIL IND-FIN-JOURNAL IS = "O"
			READ FICHIER-JOURNAL INTO WS-ENR-AUDIT-LU
				AT END
					MOVE "O" TO IND-FIN-JOURNAL
				NOT AT END
					PERFORM CONTROLER-LIGNE-JOURNAL
			END-READ
		END-PERFORM
		CLOSE FICHIER-JOURNAL
		MOVE SPACE TO WS-LIGNE-INTEGRIT
		MOVE 1 TO WS-PTR-INTEGRIT
		STRING "   " WS-NOM-JOURNAL
			" LIGNES=" WS-NB-LIGNES-FICHIER
			" SEQ=" WS-SEQ-PREMIERE
			" A SEQ=" WS-SEQ-PREC
			DELIMITED BY SIZE INTO WS-LIGNE-INTEGRIT
			WITH POINTER WS-PTR-INTEGRIT
		END-STRING
		PERFORM ECRIRE-LIGNE-INTEGRIT
	END-IF.

CONTROLER-LIGNE-JOURNAL.
	ADD 1 TO WS-NB-LIGNES-FICHIER.
	ADD 1 TO WS-NB-LIGNES.
	IF AUDL-LIB-SEQ IS = " SEQ=" AND AUDL-SEQUENCE IS NUMERIC
		AND AUDL-LIB-CTL IS = " CTL=" AND AUDL-CONTROLE IS NUMERIC THEN
		IF IND-RECOUVREMENT IS = "O" AND AUDL-SEQUENCE IS NOT > WS-SEQ-ARCHIVEE THEN
			ADD 1 TO WS-NB-RECOUVREMENT
		ELSE
			MOVE "N" TO IND-RECOUVREMENT
			IF WS-SEQ-PREMIERE IS = ZERO THEN
				MOVE AUDL-SEQUENCE TO WS-SEQ-PREMIERE
			END-IF
			PERFORM CONTROLER-CHAINON
		END-IF
	ELSE
		IF IND-CHAINE-COMMENCEE IS = "O" THEN
			ADD 1 TO WS-NB-ALTERATIONS
			MOVE SPACE TO WS-LIGNE-INTEGRIT
			MOVE 1 TO WS-PTR-INTEGRIT
			STRING "   ALTERATION : ligne sans chaînage après SEQ=" WS-SEQ-PREC
				" dans " WS-NOM-JOURNAL " : " AUDL-CONTENU(1:23)
				DELIMITED BY SIZE INTO WS-LIGNE-INTEGRIT
				WITH POINTER WS-PTR-INTEGRIT
			END-STRING
			PERFORM ECRIRE-LIGNE-INTEGRIT
		ELSE
			ADD 1 TO WS-NB-NON-CHAINEES
		END-IF
	END-IF.

CONTROLER-CHAINON.
	MOVE "O" TO IND-CHAINE-COMMENCEE.
	COMPUTE WS-SEQ-ATTENDUE = WS-SEQ-PREC + 1.
	IF AUDL-SEQUENCE > WS-SEQ-ATTENDUE THEN
		ADD 1 TO WS-NB-LACUNES
		COMPUTE WS-SEQ-MANQUANTE = AUDL-SEQUENCE - 1
		MOVE SPACE TO WS-LIGNE-INTEGRIT
		MOVE 1 TO WS-PTR-INTEGRIT
		STRING "   LACUNE : SEQ=" WS-SEQ-ATTENDUE
			" A SEQ=" WS-SEQ-MANQUANTE
			" absentes avant la ligne du " AUDL-CONTENU(1:14)
			" dans " WS-NOM-JOURNAL
			DELIMITED BY SIZE INTO WS-LIGNE-INTEGRIT
			WITH POINTER WS-PTR-INTEGRIT
		END-STRING
		PERFORM ECRIRE-LIGNE-INTEGRIT
	ELSE
		IF AUDL-SEQUENCE IS NOT > WS-SEQ-PREC THEN
			ADD 1 TO WS-NB-DESORDRES
			MOVE SPACE TO WS-LIGNE-INTEGRIT
			MOVE 1 TO WS-PTR-INTEGRIT
			STRING "   DESORDRE : SEQ=" AUDL-SEQUENCE
				" lue après SEQ=" WS-SEQ-PREC
				" dans " WS-NOM-JOURNAL
				DELIMITED BY SIZE INTO WS-LIGNE-INTEGRIT
				WITH POINTER WS-PTR-INTEGRIT
			END-STRING
			PERFORM ECRIRE-LIGNE-INTEGRIT
		ELSE
			PERFORM CALCULER-CONTROLE-LIGNE
			IF WS-CTL-CALCULE IS NOT = AUDL-CONTROLE THEN
				ADD 1 TO WS-NB-ALTERATIONS
				MOVE SPACE TO WS-LIGNE-INTEGRIT
				MOVE 1 TO WS-PTR-INTEGRIT
				STRING "   ALTERATION : SEQ=" AUDL-SEQUENCE
					" du " AUDL-CONTENU(1:14)
					" valeur de contrôle erronée dans " WS-NOM-JOURNAL
					DELIMITED BY SIZE INTO WS-LIGNE-INTEGRIT
					WITH POINTER WS-PTR-INTEGRIT
				END-STRING
				PERFORM ECRIRE-LIGNE-INTEGRIT
			END-IF
		END-IF
	END-IF.
	IF AUDL-CONTENU(16:8) IS = "RUPTURE " THEN
		ADD 1 TO WS-NB-RUPTURES
		MOVE SPACE TO WS-LIGNE-INTEGRIT
		MOVE 1 TO WS-PTR-INTEGRIT
		STRING "   Rupture consignée à la consolidation : " AUDL-CONTENU(1:80)
			DELIMITED BY SIZE INTO WS-LIGNE-INTEGRIT
			WITH POINTER WS-PTR-INTEGRIT
		END-STRING
		PERFORM ECRIRE-LIGNE-INTEGRIT
	END-IF.
	MOVE AUDL-SEQUENCE TO WS-SEQ-PREC.
	MOVE AUDL-SEQUENCE TO WS-SEQ-DERNIERE.
	MOVE AUDL-CONTROLE TO WS-CTL-PREC.
	MOVE AUDL-CONTENU(1:14) TO WS-HORODATAGE-DERNIERE.

CALCULER-CONTROLE-LIGNE.
	MOVE WS-CTL-PREC TO WS-CTL-CALCULE.
	PERFORM VARYING WS-IDX-AUDIT FROM 1 BY 1 UNTIL WS-IDX-AUDIT > 134
		COMPUTE WS-CTL-CALCULE = FUNCTION MOD(WS-CTL-CALCULE * 31
			+ FUNCTION ORD(WS-ENR-AUDIT-LU(WS-IDX-AUDIT:1)) * WS-IDX-AUDIT 999999937)
	END-PERFORM.

EDITER_BILAN.
	MOVE "4. BILAN" TO WS-LIGNE-INTEGRIT.
	PERFORM ECRIRE-LIGNE-INTEGRIT.
	MOVE SPACE TO WS-LIGNE-INTEGRIT.
	MOVE 1 TO WS-PTR-INTEGRIT.
	STRING "   FICHIERS=" WS-NB-FICHIERS
		" LIGNES=" WS-NB-LIGNES
		" SANS CHAINAGE=" WS-NB-NON-CHAINEES
		" RECOUVREMENT=" WS-NB-RECOUVREMENT
		DELIMITED BY SIZE INTO WS-LIGNE-INTEGRIT
		WITH POINTER WS-PTR-INTEGRIT
	END-STRING.
	PERFORM ECRIRE-LIGNE-INTEGRIT.
	MOVE SPACE TO WS-LIGNE-INTEGRIT.
	MOVE 1 TO WS-PTR-INTEGRIT.
	STRING "   LACUNES=" WS-NB-LACUNES
		" DESORDRES=" WS-NB-DESORDRES
		" ALTERATIONS=" WS-NB-ALTERATIONS
		" FICHIERS ABSENTS=" WS-NB-FICHIERS-ABSENTS
		" RUPTURES CONSIGNEES=" WS-NB-RUPTURES
		DELIMITED BY SIZE INTO WS-LIGNE-INTEGRIT
		WITH POINTER WS-PTR-INTEGRIT
	END-STRING.
	PERFORM ECRIRE-LIGNE-INTEGRIT.
	COMPUTE WS-NB-ANOMALIES = WS-NB-LACUNES + WS-NB-DESORDRES
		+ WS-NB-ALTERATIONS + WS-NB-FICHIERS-ABSENTS.
	IF WS-NB-ANOMALIES > ZERO THEN
		MOVE SPACE TO WS-LIGNE-INTEGRIT
		MOVE 1 TO WS-PTR-INTEGRIT
		STRING "PISTE D'AUDIT NON PROUVEE : " WS-NB-ANOMALIES " anomalie(s)"
			DELIMITED BY SIZE INTO WS-LIGNE-INTEGRIT
			WITH POINTER WS-PTR-INTEGRIT
		END-STRING
		MOVE 8 TO WS-CODE-RETOUR
	ELSE
		IF WS-NB-RUPTURES > ZERO OR WS-NB-RECOUVREMENT > ZERO THEN
			MOVE "PISTE D'AUDIT CONTINUE, AVEC RESERVES (voir ci-dessus)" TO WS-LIGNE-INTEGRIT
			MOVE 4 TO WS-CODE-RETOUR
		ELSE
			MOVE "PISTE D'AUDIT COMPLETE ET INTEGRE" TO WS-LIGNE-INTEGRIT
		END-IF
	END-IF.
	PERFORM ECRIRE-LIGNE-INTEGRIT.

ECRIRE-LIGNE-INTEGRIT.
	WRITE ENR-INTEGRIT FROM WS-LIGNE-INTEGRIT.

ECRIRE-LIGNE-VIDE.
	MOVE SPACE TO WS-LIGNE-INTEGRIT.
	WRITE ENR-INTEGRIT FROM WS-LIGNE-INTEGRIT.
END PROGRAM Integrit.
