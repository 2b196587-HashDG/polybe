	SELECT FICHIER-CARRES ASSIGN TO "CARRES.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CARRE-CLE
		FILE STATUS IS STATUT-CARRES.
	SELECT FICHIER-AUDIT ASSIGN TO "AUDIT.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
	SELECT FICHIER-ARCHAUDIT ASSIGN TO WS-DSN-ARCHAUDIT
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-ARCHAUDIT.
	SELECT FICHIER-ARCHIVES ASSIGN TO "ARCHIVES.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-ARCHIVES.
	SELECT FICHIER-EPURATION ASSIGN TO "EPURATION.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-EPURATION.
		05	CLE-VALEUR		PIC	A(25).
FD  FICHIER-CARRES.
	01	ENR-CARRE.
		05	CARRE-CLE.
			10	CARRE-ID		PIC	X(10).
			10	CARRE-EFFET.
				15	CARRE-DATE-EFFET	PIC	9(8).
				15	CARRE-HEURE-EFFET	PIC	9(6).
		05	CARRE-VALEUR		PIC	A(25).
FD  FICHIER-AUDIT.
	01	ENR-AUDIT		PIC	X(149).
FD  FICHIER-AUDIT-NEUF.
	01	ENR-AUDIT-NEUF		PIC	X(149).
FD  FICHIER-ARCHCLES.
	01	ENR-ARCHCLE		PIC	X(39).
FD  FICHIER-ARCHCARRES.
	01	ENR-ARCHCARRE		PIC	X(49).
FD  FICHIER-ARCHAUDIT.
	01	ENR-ARCHAUDIT		PIC	X(149).
FD  FICHIER-ARCHIVES.
	01	ENR-ARCHIVES.
		05	ARCH-NOM		PIC	X(30).
		05	ARCH-DATE		PIC	9(8).
		05	ARCH-NB-LIGNES		PIC	9(8).
		05	ARCH-SEQ-DEBUT		PIC	9(9).
		05	ARCH-SEQ-FIN		PIC	9(9).
FD  FICHIER-EPURATION.
	01	ENR-EPURATION		PIC	X(132).

	01	STATUT-ARCHCARRES	PIC	XX.
	01	STATUT-ARCHAUDIT	PIC	XX.
	01	STATUT-EPURATION	PIC	XX.
	01	STATUT-ARCHIVES		PIC	XX.
	01	WS-DSN-AUDITNEUF	PIC	X(30)	VALUE "AUDIT.NEW".
	01	WS-DSN-ARCHCLES		PIC	X(30).
	01	WS-DSN-ARCHCARRES	PIC	X(30).
	01	WS-NB-CARRES-PROTEGES	PIC	9(6)	VALUE ZERO.
	01	WS-NB-AUDIT-PURGEES	PIC	9(8)	VALUE ZERO.
	01	WS-NB-AUDIT-GARDEES	PIC	9(8)	VALUE ZERO.
	01	WS-NB-AUDIT-DIFFEREES	PIC	9(8)	VALUE ZERO.
	01	IND-ARCHIVAGE-CLOS	PIC	A	VALUE "N".
	01	IND-LIGNE-EN-ATTENTE	PIC	A	VALUE "N".
	01	WS-LIGNE-EN-ATTENTE	PIC	X(149).
	01	WS-LIGNE-EPURATION	PIC	X(132).
	01	WS-PTR-EPURATION	PIC	999.
	01	WS-LIGNE-AUDIT		PIC	X(149).
	01	IND-ARCHIVE-CONNUE	PIC	A	VALUE "N".
	01	WS-SEQ-DEBUT-ARCH	PIC	9(9)	VALUE ZERO.
	01	WS-SEQ-FIN-ARCH		PIC	9(9)	VALUE ZERO.
	01	WS-CODE-RETOUR		PIC	99	VALUE ZERO.
	01	IND-GENERATION-PREC	PIC	A	VALUE "N".
	01	WS-ENR-CARRE-PREC.
		05	WPREC-CARRE-ID		PIC	X(10).
		05	WPREC-EFFET.
			10	WPREC-DATE-EFFET	PIC	9(8).
			10	WPREC-HEURE-EFFET	PIC	9(6).
		05	WPREC-VALEUR		PIC	A(25).
	01	WS-ENR-CARRE-LU		PIC	X(49).
	01	WS-FIN-VIGUEUR		PIC	9(8).

PROCEDURE DIVISION.
PROGRAMME-PRINCIPAL.
			PERFORM ECRIRE-LIGNE-EPURATION
			MOVE 8 TO WS-CODE-RETOUR
		ELSE
			MOVE "N" TO IND-GENERATION-PREC
			MOVE LOW-VALUES TO CARRE-CLE
			START FICHIER-CARRES KEY IS NOT < CARRE-CLE
				INVALID KEY
					MOVE "O" TO IND-FIN-FICHIER
			END-START
						PERFORM EXAMINER-UN-CARRE
				END-READ
			END-PERFORM
			IF IND-GENERATION-PREC IS = "O" THEN
				PERFORM SIGNALER-GENERATION-EN-VIGUEUR
			END-IF
			CLOSE FICHIER-ARCHCARRES
		END-IF
		CLOSE FICHIER-CARRES
	PERFORM ECRIRE-LIGNE-VIDE.

EXAMINER-UN-CARRE.
	IF IND-GENERATION-PREC IS = "O" THEN
		IF CARRE-ID IS = WPREC-CARRE-ID THEN
			MOVE CARRE-DATE-EFFET TO WS-FIN-VIGUEUR
			PERFORM EXAMINER-GENERATION-REMPLACEE
		ELSE
			PERFORM SIGNALER-GENERATION-EN-VIGUEUR
		END-IF
	END-IF.
	MOVE ENR-CARRE TO WS-ENR-CARRE-PREC.
	MOVE "O" TO IND-GENERATION-PREC.

EXAMINER-GENERATION-REMPLACEE.
	IF WS-FIN-VIGUEUR < WS-SEUIL-CARRES THEN
		IF WPREC-DATE-EFFET IS = WS-DATE-CLE-COURANTE THEN
			ADD 1 TO WS-NB-CARRES-PROTEGES
			MOVE SPACE TO WS-LIGNE-EPURATION
			MOVE 1 TO WS-PTR-EPURATION
			STRING "   CARRE=" WPREC-CARRE-ID " du " WPREC-DATE-EFFET " expiré mais bâti sur la clé EN VIGUEUR, conservé"
				DELIMITED BY SIZE INTO WS-LIGNE-EPURATION
				WITH POINTER WS-PTR-EPURATION
			END-STRING
			PERFORM ECRIRE-LIGNE-EPURATION
		ELSE
			MOVE ENR-CARRE TO WS-ENR-CARRE-LU
			WRITE ENR-ARCHCARRE FROM WS-ENR-CARRE-PREC
			MOVE WPREC-CARRE-ID TO CARRE-ID
			MOVE WPREC-EFFET TO CARRE-EFFET
			DELETE FICHIER-CARRES
				INVALID KEY
					CONTINUE
			END-DELETE
			MOVE WS-ENR-CARRE-LU TO ENR-CARRE
			ADD 1 TO WS-NB-CARRES-PURGES
			MOVE SPACE TO WS-LIGNE-EPURATION
			MOVE 1 TO WS-PTR-EPURATION
			STRING "   CARRE=" WPREC-CARRE-ID " génération du " WPREC-DATE-EFFET " " WPREC-HEURE-EFFET
				" remplacée le " WS-FIN-VIGUEUR ", purgée, archivée"
				DELIMITED BY SIZE INTO WS-LIGNE-EPURATION
				WITH POINTER WS-PTR-EPURATION
			END-STRING
		END-IF
	END-IF.

SIGNALER-GENERATION-EN-VIGUEUR.
	IF WPREC-DATE-EFFET < WS-SEUIL-CARRES THEN
		ADD 1 TO WS-NB-CARRES-PROTEGES
		MOVE SPACE TO WS-LIGNE-EPURATION
		MOVE 1 TO WS-PTR-EPURATION
		STRING "   CARRE=" WPREC-CARRE-ID " du " WPREC-DATE-EFFET " expiré mais génération EN VIGUEUR, conservé"
			DELIMITED BY SIZE INTO WS-LIGNE-EPURATION
			WITH POINTER WS-PTR-EPURATION
		END-STRING
		PERFORM ECRIRE-LIGNE-EPURATION
	END-IF.

EPURER_AUDIT.
	MOVE "3. JOURNAL D'AUDIT (AUDIT.DAT)" TO WS-LIGNE-EPURATION.
	PERFORM ECRIRE-LIGNE-EPURATION.
	PERFORM RECHERCHER-ARCHIVE-AUDIT.
	IF IND-ARCHIVE-CONNUE IS = "O" THEN
		MOVE SPACE TO WS-LIGNE-EPURATION
		MOVE 1 TO WS-PTR-EPURATION
		STRING "   Archive " WS-DSN-ARCHAUDIT(1:18)
			" déjà inscrite dans ARCHIVES.DAT, purge du journal refusée"
			DELIMITED BY SIZE INTO WS-LIGNE-EPURATION
			WITH POINTER WS-PTR-EPURATION
		END-STRING
		PERFORM ECRIRE-LIGNE-EPURATION
		IF WS-CODE-RETOUR < 4 THEN
			MOVE 4 TO WS-CODE-RETOUR
		END-IF
	ELSE
		PERFORM SEPARER-JOURNAL-AUDIT
	END-IF.
	PERFORM ECRIRE-LIGNE-VIDE.

SEPARER-JOURNAL-AUDIT.
	MOVE "N" TO IND-FIN-FICHIER.
	MOVE "N" TO IND-ARCHIVAGE-CLOS.
	MOVE "N" TO IND-LIGNE-EN-ATTENTE.
	OPEN INPUT FICHIER-AUDIT.
	IF STATUT-AUDIT IS NOT = "00" THEN
		MOVE "   Journal d'audit indisponible, rien à purger" TO WS-LIGNE-EPURATION
							PERFORM EXAMINER-LIGNE-AUDIT
					END-READ
				END-PERFORM
				PERFORM CONSERVER-LIGNE-EN-ATTENTE
				CLOSE FICHIER-ARCHAUDIT
				CLOSE FICHIER-AUDIT-NEUF
				CLOSE FICHIER-AUDIT
					WITH POINTER WS-PTR-EPURATION
				END-STRING
				PERFORM ECRIRE-LIGNE-EPURATION
				IF WS-NB-AUDIT-DIFFEREES > ZERO THEN
					MOVE SPACE TO WS-LIGNE-EPURATION
					MOVE 1 TO WS-PTR-EPURATION
					STRING "   Lignes antérieures au seuil conservées (chaînées après une ligne plus récente) : " WS-NB-AUDIT-DIFFEREES
						DELIMITED BY SIZE INTO WS-LIGNE-EPURATION
						WITH POINTER WS-PTR-EPURATION
					END-STRING
					PERFORM ECRIRE-LIGNE-EPURATION
				END-IF
				MOVE "   Le journal épuré est écrit dans AUDIT.NEW, à substituer à AUDIT.DAT" TO WS-LIGNE-EPURATION
				PERFORM ECRIRE-LIGNE-EPURATION
				IF WS-NB-AUDIT-PURGEES > ZERO THEN
					PERFORM INSCRIRE-ARCHIVE-AUDIT
				END-IF
			END-IF
		END-IF
	END-IF.

RECHERCHER-ARCHIVE-AUDIT.
	MOVE "N" TO IND-ARCHIVE-CONNUE.
	MOVE "N" TO IND-FIN-FICHIER.
	OPEN INPUT FICHIER-ARCHIVES.
	IF STATUT-ARCHIVES IS = "00" THEN
		PERFORM UNTIL IND-FIN-FICHIER IS = "O"
			READ FICHIER-ARCHIVES
				AT END
					MOVE "O" TO IND-FIN-FICHIER
				NOT AT END
					IF ARCH-NOM IS = WS-DSN-ARCHAUDIT THEN
						MOVE "O" TO IND-ARCHIVE-CONNUE
					END-IF
			END-READ
		END-PERFORM
		CLOSE FICHIER-ARCHIVES
	END-IF.

INSCRIRE-ARCHIVE-AUDIT.
	OPEN EXTEND FICHIER-ARCHIVES.
	IF STATUT-ARCHIVES IS = "35" THEN
		OPEN OUTPUT FICHIER-ARCHIVES
	END-IF.
	IF STATUT-ARCHIVES IS NOT = "00" THEN
		MOVE "   ARCHIVES.DAT indisponible, archive du journal à y inscrire manuellement" TO WS-LIGNE-EPURATION
		PERFORM ECRIRE-LIGNE-EPURATION
		MOVE 8 TO WS-CODE-RETOUR
	ELSE
		MOVE WS-DSN-ARCHAUDIT TO ARCH-NOM
		MOVE WS-DATE-JOUR TO ARCH-DATE
		MOVE WS-NB-AUDIT-PURGEES TO ARCH-NB-LIGNES
		MOVE WS-SEQ-DEBUT-ARCH TO ARCH-SEQ-DEBUT
		MOVE WS-SEQ-FIN-ARCH TO ARCH-SEQ-FIN
		WRITE ENR-ARCHIVES
		CLOSE FICHIER-ARCHIVES
		MOVE SPACE TO WS-LIGNE-EPURATION
		MOVE 1 TO WS-PTR-EPURATION
		STRING "   Archive inscrite dans ARCHIVES.DAT : SEQ=" WS-SEQ-DEBUT-ARCH
			" à SEQ=" WS-SEQ-FIN-ARCH
			DELIMITED BY SIZE INTO WS-LIGNE-EPURATION
			WITH POINTER WS-PTR-EPURATION
		END-STRING
		PERFORM ECRIRE-LIGNE-EPURATION
	END-IF.

EXAMINER-LIGNE-AUDIT.
	IF IND-ARCHIVAGE-CLOS IS NOT = "O" THEN
		IF WS-LIGNE-AUDIT(1:8) IS NOT NUMERIC OR WS-LIGNE-AUDIT(1:8) IS NOT < WS-SEUIL-AUDIT THEN
			MOVE "O" TO IND-ARCHIVAGE-CLOS
		END-IF
	ELSE
		IF WS-LIGNE-AUDIT(1:8) IS NUMERIC AND WS-LIGNE-AUDIT(1:8) < WS-SEUIL-AUDIT THEN
			ADD 1 TO WS-NB-AUDIT-DIFFEREES
		END-IF
	END-IF.
	IF IND-ARCHIVAGE-CLOS IS NOT = "O" THEN
		IF IND-LIGNE-EN-ATTENTE IS = "O" THEN
			PERFORM ARCHIVER-LIGNE-EN-ATTENTE
		END-IF
		MOVE WS-LIGNE-AUDIT TO WS-LIGNE-EN-ATTENTE
		MOVE "O" TO IND-LIGNE-EN-ATTENTE
	ELSE
		PERFORM CONSERVER-LIGNE-EN-ATTENTE
		WRITE ENR-AUDIT-NEUF FROM WS-LIGNE-AUDIT
		ADD 1 TO WS-NB-AUDIT-GARDEES
	END-IF.

ARCHIVER-LIGNE-EN-ATTENTE.
	WRITE ENR-ARCHAUDIT FROM WS-LIGNE-EN-ATTENTE.
	ADD 1 TO WS-NB-AUDIT-PURGEES.
	IF WS-LIGNE-EN-ATTENTE(121:5) IS = " SEQ=" AND WS-LIGNE-EN-ATTENTE(126:9) IS NUMERIC THEN
		IF WS-SEQ-DEBUT-ARCH IS = ZERO THEN
			MOVE WS-LIGNE-EN-ATTENTE(126:9) TO WS-SEQ-DEBUT-ARCH
		END-IF
		MOVE WS-LIGNE-EN-ATTENTE(126:9) TO WS-SEQ-FIN-ARCH
	END-IF.
	MOVE "N" TO IND-LIGNE-EN-ATTENTE.

CONSERVER-LIGNE-EN-ATTENTE.
	IF IND-LIGNE-EN-ATTENTE IS = "O" THEN
		WRITE ENR-AUDIT-NEUF FROM WS-LIGNE-EN-ATTENTE
		ADD 1 TO WS-NB-AUDIT-GARDEES
		MOVE "N" TO IND-LIGNE-EN-ATTENTE
	END-IF.

EDITER_BILAN.
	MOVE "4. BILAN" TO WS-LIGNE-EPURATION.
	PERFORM ECRIRE-LIGNE-EPURATION.
