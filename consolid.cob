	01	ENR-RUNLISTE.
		05	RUN-HORODATAGE		PIC	X(14).
FD  FICHIER-AUDIT.
	01	ENR-AUDIT		PIC	X(149).
FD  FICHIER-SUSPENS.
	01	ENR-SUSPENS		PIC	X(475).
FD  FICHIER-AUDIT-RUN.
	01	ENR-AUDIT-RUN		PIC	X(149).
FD  FICHIER-SUSPENS-RUN.
	01	ENR-SUSPENS-RUN		PIC	X(475).
FD  FICHIER-STATS.
		05	REG-MSG-NUM.
			10	REG-MSG-DATE	PIC	9(8).
			10	REG-MSG-SEQ	PIC	9(6).
		05	REG-RESTE		PIC	X(135).
FD  FICHIER-REGISTRE-RUN.
	01	ENR-REGISTRE-RUN	PIC	X(149).
FD  FICHIER-CONSOLID.
	01	ENR-CONSOLID		PIC	X(132).

	01	IND-REGISTRE-PROPRE	PIC	A	VALUE "O".
	01	WS-ESSAIS-REGISTRE	PIC	99	VALUE ZERO.
	01	WS-NUM-ORIGINE		PIC	X(14).
	01	WS-ENR-AUDIT-CHAINE.
		05	AUDC-CONTENU		PIC	X(120).
		05	AUDC-LIB-SEQ		PIC	X(5).
		05	AUDC-SEQUENCE		PIC	9(9).
		05	AUDC-LIB-CTL		PIC	X(5).
		05	AUDC-CONTROLE		PIC	9(10).
	01	WS-ENR-AUDIT-LU.
		05	AUDL-CONTENU		PIC	X(120).
		05	AUDL-LIB-SEQ		PIC	X(5).
		05	AUDL-SEQUENCE		PIC	9(9).
		05	AUDL-LIB-CTL		PIC	X(5).
		05	AUDL-CONTROLE		PIC	9(10).
	01	WS-SEQ-AUDIT		PIC	9(9).
	01	WS-CTL-AUDIT		PIC	9(10).
	01	WS-SEQ-RUN		PIC	9(9).
	01	WS-CTL-RUN		PIC	9(10).
	01	WS-CTL-CALCULE		PIC	9(10).
	01	WS-IDX-AUDIT		PIC	999.
	01	IND-FIN-AUDIT		PIC	A	VALUE "N".
	01	WS-NB-RUPTURES-RUN	PIC	9(8).
	01	WS-NB-NON-CHAINEES	PIC	9(8).
	01	WS-TOTAL-RUPTURES	PIC	9(8)	VALUE ZERO.
	01	WS-CODE-RETOUR		PIC	99	VALUE ZERO.

PROCEDURE DIVISION.
		END-STRING
		PERFORM ECRIRE-LIGNE-CONSOLID
	ELSE
		PERFORM LIRE-DERNIER-CHAINON-AUDIT
		MOVE ZERO TO WS-SEQ-RUN
		MOVE ZERO TO WS-CTL-RUN
		MOVE ZERO TO WS-NB-RUPTURES-RUN
		MOVE ZERO TO WS-NB-NON-CHAINEES
		OPEN EXTEND FICHIER-AUDIT
		IF STATUT-AUDIT IS = "35" THEN
			OPEN OUTPUT FICHIER-AUDIT
					AT END
						MOVE "O" TO IND-FIN-RUN
					NOT AT END
						PERFORM CHAINER-LIGNE-AUDIT-RUN
						ADD 1 TO WS-NB-AUDIT-RUN
				END-READ
			END-PERFORM
			IF WS-NB-RUPTURES-RUN > ZERO THEN
				PERFORM JOURNALISER-RUPTURE-RUN
			END-IF
			CLOSE FICHIER-AUDIT
			CLOSE FICHIER-AUDIT-RUN
			ADD WS-NB-AUDIT-RUN TO WS-TOTAL-AUDIT
			OPEN OUTPUT FICHIER-AUDIT-RUN
			CLOSE FICHIER-AUDIT-RUN
			IF WS-NB-NON-CHAINEES > ZERO THEN
				MOVE SPACE TO WS-LIGNE-CONSOLID
				MOVE 1 TO WS-PTR-CONSOLID
				STRING "   Lignes de journal sans chaînage reprises : " WS-NB-NON-CHAINEES
					DELIMITED BY SIZE INTO WS-LIGNE-CONSOLID
					WITH POINTER WS-PTR-CONSOLID
				END-STRING
				PERFORM ECRIRE-LIGNE-CONSOLID
			END-IF
		END-IF
	END-IF.

LIRE-DERNIER-CHAINON-AUDIT.
	MOVE ZERO TO WS-SEQ-AUDIT.
	MOVE ZERO TO WS-CTL-AUDIT.
	OPEN INPUT FICHIER-AUDIT.
	IF STATUT-AUDIT IS = "00" THEN
		MOVE "N" TO IND-FIN-AUDIT
		PERFORM UNTIL IND-FIN-AUDIT IS = "O"
			READ FICHIER-AUDIT INTO WS-ENR-AUDIT-CHAINE
				AT END
					MOVE "O" TO IND-FIN-AUDIT
				NOT AT END
					IF AUDC-LIB-SEQ IS = " SEQ=" AND AUDC-SEQUENCE IS NUMERIC
						AND AUDC-LIB-CTL IS = " CTL=" AND AUDC-CONTROLE IS NUMERIC THEN
						MOVE AUDC-SEQUENCE TO WS-SEQ-AUDIT
						MOVE AUDC-CONTROLE TO WS-CTL-AUDIT
					END-IF
			END-READ
		END-PERFORM
		CLOSE FICHIER-AUDIT
	END-IF.

CHAINER-LIGNE-AUDIT-RUN.
	MOVE ENR-AUDIT-RUN TO WS-ENR-AUDIT-LU.
	IF AUDL-LIB-SEQ IS = " SEQ=" AND AUDL-SEQUENCE IS NUMERIC
		AND AUDL-LIB-CTL IS = " CTL=" AND AUDL-CONTROLE IS NUMERIC THEN
		PERFORM CONTROLER-LIGNE-AUDIT-RUN
	ELSE
		ADD 1 TO WS-NB-NON-CHAINEES
	END-IF.
	MOVE AUDL-CONTENU TO AUDC-CONTENU.
	MOVE " SEQ=" TO AUDC-LIB-SEQ.
	ADD 1 TO WS-SEQ-AUDIT.
	MOVE WS-SEQ-AUDIT TO AUDC-SEQUENCE.
	MOVE " CTL=" TO AUDC-LIB-CTL.
	PERFORM CALCULER-CONTROLE-AUDIT.
	MOVE WS-CTL-AUDIT TO AUDC-CONTROLE.
	WRITE ENR-AUDIT FROM WS-ENR-AUDIT-CHAINE.

CONTROLER-LIGNE-AUDIT-RUN.
	IF AUDL-SEQUENCE IS NOT = WS-SEQ-RUN + 1 THEN
		ADD 1 TO WS-NB-RUPTURES-RUN
		MOVE SPACE TO WS-LIGNE-CONSOLID
		MOVE 1 TO WS-PTR-CONSOLID
		STRING "   Rupture de séquence dans " WS-NOM-AUDIT-RUN
			" : SEQ=" AUDL-SEQUENCE " après SEQ=" WS-SEQ-RUN
			DELIMITED BY SIZE INTO WS-LIGNE-CONSOLID
			WITH POINTER WS-PTR-CONSOLID
		END-STRING
		PERFORM ECRIRE-LIGNE-CONSOLID
	END-IF.
	MOVE WS-CTL-RUN TO WS-CTL-CALCULE.
	PERFORM VARYING WS-IDX-AUDIT FROM 1 BY 1 UNTIL WS-IDX-AUDIT > 134
		COMPUTE WS-CTL-CALCULE = FUNCTION MOD(WS-CTL-CALCULE * 31
			+ FUNCTION ORD(WS-ENR-AUDIT-LU(WS-IDX-AUDIT:1)) * WS-IDX-AUDIT 999999937)
	END-PERFORM.
	IF WS-CTL-CALCULE IS NOT = AUDL-CONTROLE THEN
		ADD 1 TO WS-NB-RUPTURES-RUN
		MOVE SPACE TO WS-LIGNE-CONSOLID
		MOVE 1 TO WS-PTR-CONSOLID
		STRING "   Valeur de contrôle erronée dans " WS-NOM-AUDIT-RUN
			" : SEQ=" AUDL-SEQUENCE
			DELIMITED BY SIZE INTO WS-LIGNE-CONSOLID
			WITH POINTER WS-PTR-CONSOLID
		END-STRING
		PERFORM ECRIRE-LIGNE-CONSOLID
	END-IF.
	MOVE AUDL-SEQUENCE TO WS-SEQ-RUN.
	MOVE AUDL-CONTROLE TO WS-CTL-RUN.

JOURNALISER-RUPTURE-RUN.
	MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.
	MOVE SPACE TO WS-ENR-AUDIT-CHAINE.
	STRING
		WS-DATE-HEURE(1:14) " "
		"RUPTURE  "
		"CLE-ID=00000000 "
		"RUN=" RUN-HORODATAGE " "
		"ANOMALIES=" WS-NB-RUPTURES-RUN
		DELIMITED BY SIZE INTO AUDC-CONTENU
	END-STRING.
	MOVE " SEQ=" TO AUDC-LIB-SEQ.
	ADD 1 TO WS-SEQ-AUDIT.
	MOVE WS-SEQ-AUDIT TO AUDC-SEQUENCE.
	MOVE " CTL=" TO AUDC-LIB-CTL.
	PERFORM CALCULER-CONTROLE-AUDIT.
	MOVE WS-CTL-AUDIT TO AUDC-CONTROLE.
	WRITE ENR-AUDIT FROM WS-ENR-AUDIT-CHAINE.
	ADD WS-NB-RUPTURES-RUN TO WS-TOTAL-RUPTURES.
	MOVE SPACE TO WS-LIGNE-CONSOLID.
	MOVE 1 TO WS-PTR-CONSOLID.
	STRING "   Chaîne du journal de run rompue (" WS-NB-RUPTURES-RUN
		" anomalie(s)), rupture inscrite dans AUDIT.DAT"
		DELIMITED BY SIZE INTO WS-LIGNE-CONSOLID
		WITH POINTER WS-PTR-CONSOLID
	END-STRING.
	PERFORM ECRIRE-LIGNE-CONSOLID.
	MOVE 8 TO WS-CODE-RETOUR.

CALCULER-CONTROLE-AUDIT.
	PERFORM VARYING WS-IDX-AUDIT FROM 1 BY 1 UNTIL WS-IDX-AUDIT > 134
		COMPUTE WS-CTL-AUDIT = FUNCTION MOD(WS-CTL-AUDIT * 31
			+ FUNCTION ORD(WS-ENR-AUDIT-CHAINE(WS-IDX-AUDIT:1)) * WS-IDX-AUDIT 999999937)
	END-PERFORM.

CONSOLIDER-SUSPENS-RUN.
	MOVE ZERO TO WS-NB-SUSPENS-RUN.
	MOVE "N" TO IND-FIN-RUN.
		WITH POINTER WS-PTR-CONSOLID
	END-STRING.
	PERFORM ECRIRE-LIGNE-CONSOLID.
	IF WS-TOTAL-RUPTURES > ZERO THEN
		MOVE SPACE TO WS-LIGNE-CONSOLID
		MOVE 1 TO WS-PTR-CONSOLID
		STRING "ATTENTION : " WS-TOTAL-RUPTURES
			" anomalie(s) de chaînage dans les journaux de run, lancer Integrit"
			DELIMITED BY SIZE INTO WS-LIGNE-CONSOLID
			WITH POINTER WS-PTR-CONSOLID
		END-STRING
		PERFORM ECRIRE-LIGNE-CONSOLID
	END-IF.
	MOVE "Les fichiers de run consolidés ont été vidés" TO WS-LIGNE-CONSOLID.
	PERFORM ECRIRE-LIGNE-CONSOLID.
	IF WS-CODE-RETOUR IS = ZERO THEN
