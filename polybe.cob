	SELECT FICHIER-CARRES ASSIGN TO "CARRES.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CARRE-CLE
		FILE STATUS IS STATUT-CARRES.
	SELECT FICHIER-PARAMETRES ASSIGN TO "PARAMETRES.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
	SELECT FICHIER-REPRISE ASSIGN TO WS-NOM-FICHIER-REPRISE
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-REPRISE.
	SELECT FICHIER-COMPROMIS ASSIGN TO "COMPROMIS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-COMPROMIS.
	SELECT FICHIER-LIMITES ASSIGN TO "LIMITES.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-LIMITES.
	SELECT FICHIER-STATS-MAITRE ASSIGN TO "STATS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-STATS-MAITRE.
	SELECT FICHIER-REGISTRE-ANT ASSIGN TO WS-NOM-FICHIER-REGANT
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-REGANT.
	SELECT FICHIER-STATS-ANT ASSIGN TO WS-NOM-FICHIER-STATANT
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-STATANT.

DATA DIVISION.
FILE SECTION.
			10	CLE-HEURE-EFFET		PIC	9(6).
		05	CLE-VALEUR		PIC	A(25).
FD  FICHIER-AUDIT.
	01	ENR-AUDIT		PIC	X(149).
FD  FICHIER-OPERATEURS.
	01	ENR-OPERATEUR.
		05	OPER-ID			PIC	X(8).
		05	OPER-AUT-DECODER	PIC	X.
		05	OPER-AUT-CLES		PIC	X.
		05	OPER-CARRE-AUT		OCCURS 5	PIC	X(10).
		05	OPER-STATUT		PIC	X.
		05	OPER-DATE-FIN		PIC	X(8).
FD  FICHIER-RAPPORT.
	01	ENR-RAPPORT		PIC	X(80).
FD  FICHIER-CARRES.
	01	ENR-CARRE.
		05	CARRE-CLE.
			10	CARRE-ID		PIC	X(10).
			10	CARRE-EFFET.
				15	CARRE-DATE-EFFET	PIC	9(8).
				15	CARRE-HEURE-EFFET	PIC	9(6).
		05	CARRE-VALEUR		PIC	A(25).
FD  FICHIER-PARAMETRES.
	01	ENR-PARAMETRE.
		05	PARAM-MODE		PIC	X.
		05	PARAM-DATASET-IN	PIC	X(30).
		05	PARAM-DATASET-OUT	PIC	X(30).
		05	PARAM-FREQ-CKPT		PIC	9(5).
		05	PARAM-FORMAT		PIC	X.
		05	PARAM-JOURS-DOUBLON	PIC	9(3).
		05	PARAM-REEMISSION	PIC	X.
FD  FICHIER-CHECKPOINT.
	01	ENR-CHECKPOINT.
		05	CKPT-DATASET		PIC	X(30).
		05	REG-CARRE-ID		PIC	X(10).
		05	REG-NB-PARTIES		PIC	9(3).
		05	REG-HORODATAGE		PIC	X(14).
		05	REG-MSG-ORIGINE		PIC	X(14).
		05	REG-LIVRAISON		PIC	X.
		05	REG-PARTIES-RECUES	PIC	9(3).
		05	REG-DATE-ACCUSE		PIC	9(8).
		05	REG-EMPREINTE		PIC	9(10).
FD  FICHIER-VENTILATION.
	01	ENR-VENTILATION		PIC	X(480).
FD  FICHIER-MANIFESTE.
FD  FICHIER-RUNLISTE.
	01	ENR-RUNLISTE		PIC	X(14).
FD  FICHIER-REGISTRE-RUN.
	01	ENR-REGISTRE-RUN	PIC	X(149).
FD  FICHIER-REPRISE.
	01	ENR-REPRISE		PIC	X(480).
FD  FICHIER-COMPROMIS.
	01	ENR-COMPROMIS		PIC	X(86).
FD  FICHIER-LIMITES.
	01	ENR-LIMITE		PIC	X(33).
FD  FICHIER-STATS-MAITRE.
	01	ENR-STATS-MAITRE	PIC	X(59).
FD  FICHIER-REGISTRE-ANT.
	01	ENR-REGISTRE-ANT	PIC	X(149).
FD  FICHIER-STATS-ANT.
	01	ENR-STATS-ANT		PIC	X(59).

WORKING-STORAGE SECTION.
	01	ALPHA		PIC	A(25)	VALUE "ABCDEFGHIJKLMNOPQRSTUVXYZ".
	01	WS-TYPE-OPERATION	PIC	X(8).
	01	WS-LONGUEUR-MSG		PIC	999.
	01	WS-LIGNE-AUDIT		PIC	X(120).
	01	WS-ENR-AUDIT-CHAINE.
		05	AUDC-CONTENU		PIC	X(120).
		05	AUDC-LIB-SEQ		PIC	X(5).
		05	AUDC-SEQUENCE		PIC	9(9).
		05	AUDC-LIB-CTL		PIC	X(5).
		05	AUDC-CONTROLE		PIC	9(10).
	01	WS-SEQ-AUDIT		PIC	9(9)	VALUE ZERO.
	01	WS-CTL-AUDIT		PIC	9(10)	VALUE ZERO.
	01	WS-IDX-AUDIT		PIC	999.
	01	IND-FIN-AUDIT		PIC	A	VALUE "N".
	01	STATUT-RAPPORT		PIC	XX.
	01	WS-LIGNE-RAPPORT	PIC	X(80).
	01	WS-PTR-RAPPORT		PIC	999.
		05	TRL-NB-CARACT		PIC	9(8).
		05	TRL-CLE-DATE		PIC	9(8).
		05	TRL-CARRE-ID		PIC	X(10).
		05	TRL-CLE-HEURE		PIC	9(6).
	01	WS-ENR-LU		PIC	X(480).
	01	WS-COMPTEUR-ECRITS	PIC	9(8).
	01	WS-COMPTEUR-CARACT	PIC	9(8).
	01	IND-AUTORISATIONS-ACTIVES	PIC	A	VALUE "N".
	01	IND-OPER-TROUVE		PIC	A	VALUE "N".
	01	IND-FIN-OPERATEURS	PIC	A	VALUE "N".
	01	WS-OPER-STATUT		PIC	X	VALUE SPACE.
	01	WS-OPER-DATE-FIN	PIC	X(8)	VALUE SPACE.
	01	WS-DATE-SIGNON		PIC	9(8).
	01	WS-AUT-CODER		PIC	X	VALUE "O".
	01	WS-AUT-DECODER		PIC	X	VALUE "O".
	01	WS-AUT-CLES		PIC	X	VALUE "O".
			10	VT-DATASET	PIC	X(42).
			10	VT-NB-ENREG	PIC	9(8).
			10	VT-NB-CARACT	PIC	9(8).
			10	VT-CLE-DATE	PIC	9(8).
			10	VT-CLE-HEURE	PIC	9(6).
	01	VT-NB			PIC	99	VALUE ZERO.
	01	VT-IDX			PIC	99.
	01	WS-LIGNE-MANIFESTE	PIC	X(132).
	01	STATUT-REGRUN		PIC	XX.
	01	WS-NOM-FICHIER-REGRUN	PIC	X(30)	VALUE SPACE.
	01	IND-REGRUN-OUVERT	PIC	A	VALUE "N".
	01	STATUT-REGANT		PIC	XX.
	01	STATUT-STATANT		PIC	XX.
	01	WS-NOM-FICHIER-REGANT	PIC	X(30)	VALUE SPACE.
	01	WS-NOM-FICHIER-STATANT	PIC	X(30)	VALUE SPACE.
	01	WS-RUN-ANTERIEUR	PIC	X(14).
	01	WS-OBJET-RUNS		PIC	X.
	01	WS-PTR-RUN		PIC	99.
	01	IND-FIN-RUNLISTE	PIC	A	VALUE "N".
	01	IND-FIN-RUN-ANT		PIC	A	VALUE "N".
	01	WS-ENR-REGISTRE-ANT.
		05	WRA-MSG-NUM.
			10	WRA-MSG-DATE	PIC	9(8).
			10	WRA-MSG-SEQ	PIC	9(6).
		05	WRA-DATASET-IN		PIC	X(30).
		05	WRA-DATASET-OUT		PIC	X(42).
		05	WRA-CARRE-ID		PIC	X(10).
		05	WRA-NB-PARTIES		PIC	9(3).
		05	WRA-HORODATAGE		PIC	X(14).
		05	WRA-MSG-ORIGINE		PIC	X(14).
		05	WRA-LIVRAISON		PIC	X.
		05	WRA-PARTIES-RECUES	PIC	9(3).
		05	WRA-DATE-ACCUSE		PIC	9(8).
		05	WRA-EMPREINTE		PIC	9(10).
	01	IND-RESERVATION-OK	PIC	A	VALUE "N".
	01	WS-ESSAIS-RESERVE	PIC	9	VALUE ZERO.
	01	IND-REGISTRE-ECRIT	PIC	A	VALUE "N".
		05	WREG-CARRE-ID		PIC	X(10).
		05	WREG-NB-PARTIES		PIC	9(3).
		05	WREG-HORODATAGE		PIC	X(14).
		05	WREG-MSG-ORIGINE	PIC	X(14).
		05	WREG-LIVRAISON		PIC	X.
		05	WREG-PARTIES-RECUES	PIC	9(3).
		05	WREG-DATE-ACCUSE	PIC	9(8).
		05	WREG-EMPREINTE		PIC	9(10).
	01	WS-MSG-ID-PLAFOND	PIC	9(6)	VALUE 999999.
	01	WS-NOM-FICHIER-CKPT	PIC	X(34)	VALUE "CHECKPOINT.DAT".
	01	WS-NOM-CKPT-VOULU	PIC	X(34).
	01	WS-NOM-FICHIER-REPRISE	PIC	X(34).
	01	IND-FIN-REPRISE		PIC	A	VALUE "N".
	01	WS-COMPTEUR-REPRISE	PIC	9(8).
	01	STATUT-COMPROMIS	PIC	XX.
	01	IND-FIN-COMPROMIS	PIC	A	VALUE "N".
	01	IND-CARRE-COMPROMIS	PIC	A	VALUE "N".
	01	WS-ENR-COMPROMIS.
		05	WCMP-TYPE		PIC	X.
		05	WCMP-CARRE-ID		PIC	X(10).
		05	WCMP-EFFET-DATE		PIC	9(8).
		05	WCMP-EFFET-HEURE	PIC	9(6).
		05	WCMP-DATE		PIC	9(8).
		05	WCMP-HEURE		PIC	9(6).
		05	WCMP-CARRE-VALEUR	PIC	A(25).
		05	WCMP-OPERATEUR		PIC	X(8).
		05	WCMP-HORODATAGE		PIC	X(14).
	01	TABLE-COMPROMIS.
		05	CP-POSTE	OCCURS 200.
			10	CP-TYPE		PIC	X.
			10	CP-CARRE-ID	PIC	X(10).
			10	CP-VALEUR	PIC	A(25).
			10	CP-MOMENT.
				15	CP-DATE		PIC	9(8).
				15	CP-HEURE	PIC	9(6).
	01	CP-NB			PIC	999	VALUE ZERO.
	01	CP-IDX			PIC	999.
	01	WS-MOMENT-COURANT	PIC	X(14).
	01	WS-TYPE-COMPROMIS	PIC	X.
	01	WS-CARRE-SAUVE		PIC	A(25).
	01	WS-CLE-SAUVEE		PIC	A(25).
	01	WS-DATE-COMPROMIS	PIC	X(8).
	01	WS-HEURE-COMPROMIS	PIC	X(6).
	01	WS-CONFIRMATION		PIC	X.
	01	IND-TRANSCODAGE		PIC	A	VALUE "N".
	01	WS-CARRE-ORIGINE	PIC	A(25).
	01	WS-CARRE-ID-ORIGINE	PIC	X(10).
	01	WS-EFFET-ORIGINE-DATE	PIC	9(8).
	01	WS-EFFET-ORIGINE-HEURE	PIC	9(6).
	01	WS-CARRE-CIBLE		PIC	A(25).
	01	WS-CARRE-ID-CIBLE	PIC	X(10).
	01	WS-EFFET-CIBLE-DATE	PIC	9(8).
	01	WS-EFFET-CIBLE-HEURE	PIC	9(6).
	01	WS-MSG-ORIGINE		PIC	X(14)	VALUE SPACE.
	01	WS-DATE-ORIGINE		PIC	9(8).
	01	IND-ORIGINE-TROUVEE	PIC	A	VALUE "N".
	01	IND-FIN-CARRES		PIC	A	VALUE "N".
	01	IND-MESSAGE-TROUVE	PIC	A	VALUE "N".
	01	WS-DATE-REFERENCE	PIC	9(8).
	01	WS-HEURE-REFERENCE	PIC	9(6).
	01	WS-GEN-VALEUR		PIC	A(25).
	01	WS-GEN-DATE		PIC	9(8).
	01	WS-GEN-HEURE		PIC	9(6).
	01	WS-CARRE-AVANT-DECODE	PIC	A(25).
	01	STATUT-LIMITES		PIC	XX.
	01	STATUT-STATS-MAITRE	PIC	XX.
	01	IND-FIN-LIMITES		PIC	A	VALUE "N".
	01	IND-FIN-STATS-MAITRE	PIC	A	VALUE "N".
	01	WS-ENR-LIMITE.
		05	WLIM-CARRE-ID		PIC	X(10).
		05	WLIM-MAX-MESSAGES	PIC	9(8).
		05	WLIM-MAX-CARACT		PIC	9(10).
		05	WLIM-MAX-JOURS		PIC	9(5).
	01	TABLE-LIMITES.
		05	LM-POSTE	OCCURS 200.
			10	LM-CARRE-ID	PIC	X(10).
			10	LM-MAX-MESSAGES	PIC	9(8).
			10	LM-MAX-CARACT	PIC	9(10).
			10	LM-MAX-JOURS	PIC	9(5).
	01	LM-NB			PIC	999	VALUE ZERO.
	01	LM-IDX			PIC	999.
	01	LM-IDX-DEFAUT		PIC	999.
	01	LM-RANG			PIC	999.
	01	TABLE-USURE.
		05	US-POSTE	OCCURS 50.
			10	US-CARRE-ID	PIC	X(10).
			10	US-EFFET.
				15	US-EFFET-DATE	PIC	9(8).
				15	US-EFFET-HEURE	PIC	9(6).
			10	US-MAX-MESSAGES	PIC	9(8).
			10	US-MAX-CARACT	PIC	9(10).
			10	US-MAX-JOURS	PIC	9(5).
			10	US-NB-MESSAGES	PIC	9(8).
			10	US-NB-CARACT	PIC	9(10).
			10	US-NB-JOURS	PIC	9(5).
			10	US-TAUX		PIC	9(5).
			10	US-ETAT		PIC	X.
			10	US-SIGNALE	PIC	X.
	01	US-NB			PIC	99	VALUE ZERO.
	01	US-IDX			PIC	99.
	01	WS-ENR-STATS-MAITRE.
		05	WSTM-DATE		PIC	9(8).
		05	WSTM-MODE		PIC	X.
		05	WSTM-CARRE-ID		PIC	X(10).
		05	WSTM-LUS		PIC	9(8).
		05	WSTM-ECRITS		PIC	9(8).
		05	WSTM-CARACT		PIC	9(8).
		05	WSTM-SUSPENS		PIC	9(8).
		05	WSTM-STATUT		PIC	X(8).
	01	WS-TAUX-USURE		PIC	9(5).
	01	WS-CARACT-USURE		PIC	9(8).
	01	IND-USURE-DEPASSEE	PIC	A	VALUE "N".
	01	IND-USURE-A-REVOIR	PIC	A	VALUE "N".
	01	IND-REGISTRE-PRIS	PIC	A	VALUE "N".
	01	IND-FORMAT-GROUPES	PIC	A	VALUE "N".
	01	IND-ENTETE-GROUPE	PIC	A	VALUE "N".
	01	IND-DANS-GROUPE		PIC	A	VALUE "N".
	01	IND-NULLES-OK		PIC	A	VALUE "N".
	01	WS-SAISIE-FORMAT	PIC	X.
	01	WS-ENTETE-GROUPE.
		05	GRPE-MARQUE		PIC	X(5).
		05	GRPE-LIB-MSG		PIC	X(5).
		05	GRPE-MSG-ID		PIC	9(6).
		05	GRPE-LIB-PARTIE		PIC	X(8).
		05	GRPE-NUM		PIC	9(3).
		05	GRPE-SEP		PIC	X.
		05	GRPE-NB			PIC	9(3).
		05	GRPE-LIB-GROUPES	PIC	X(9).
		05	GRPE-NB-GROUPES		PIC	9(3).
		05	GRPE-LIB-DATE		PIC	X(6).
		05	GRPE-DATE		PIC	9(8).
	01	WS-LIGNE-GROUPES	PIC	X(120).
	01	WS-PTR-GROUPES		PIC	999.
	01	WS-CHIFFRES-GROUPES	PIC	X(100).
	01	WS-LG-CHIFFRES		PIC	999.
	01	WS-LG-DONNEES		PIC	999.
	01	WS-LG-GROUPE		PIC	999.
	01	WS-NB-GROUPES-LUS	PIC	999.
	01	WS-IDX-GROUPE		PIC	999.
	01	WS-DEBUT-NULLES		PIC	999.
	01	WS-CHIFFRE-GROUPE	PIC	9.
	01	WS-CONTROLE-GROUPE	PIC	9(5).
	01	WS-LIBELLE-GROUPE	PIC	X(60).
	01	WS-EMPREINTE-MSG	PIC	9(10).
	01	WS-LG-EMPREINTE		PIC	999.
	01	WS-IDX-EMPREINTE	PIC	999.
	01	WS-JOURS-DOUBLON	PIC	9(3)	VALUE 7.
	01	WS-DATE-LIMITE-DOUBLON	PIC	9(8).
	01	WS-MSG-ORIGINAL		PIC	X(14).
	01	WS-HORODATAGE-ORIGINAL	PIC	X(14).
	01	WS-DOUBLONS-NON-LISTES	PIC	9(5)	VALUE ZERO.
	01	IND-DOUBLON		PIC	A	VALUE "N".
	01	IND-REEMISSION		PIC	A	VALUE "N".
	01	IND-CODES-RUN-PLEINE	PIC	A	VALUE "N".
	01	TABLE-CODES-RUN.
		05	CR-POSTE	OCCURS 1000.
			10	CR-CARRE-ID	PIC	X(10).
			10	CR-EMPREINTE	PIC	9(10).
			10	CR-MSG-NUM	PIC	X(14).
			10	CR-HORODATAGE	PIC	X(14).
	01	CR-NB			PIC	9(4)	VALUE ZERO.
	01	CR-IDX			PIC	9(4).
	01	TABLE-DOUBLONS.
		05	DP-POSTE	OCCURS 200.
			10	DP-DATASET	PIC	X(30).
			10	DP-NUM-ENR	PIC	9(8).
			10	DP-CARRE-ID	PIC	X(10).
			10	DP-ORIGINE	PIC	X(14).
			10	DP-HORODATAGE	PIC	X(14).
			10	DP-ETAT		PIC	X(6).
	01	DP-NB			PIC	999	VALUE ZERO.
	01	DP-IDX			PIC	999.
	01	WS-CARRE-ID-AVANT	PIC	X(10).
	01	WS-DATE-AVANT-DECODE	PIC	9(8).
	01	WS-HEURE-AVANT-DECODE	PIC	9(6).

PROCEDURE DIVISION.
PROGRAMME-PRINCIPAL.
		MOVE 8 TO WS-CODE-RETOUR
	ELSE
		PERFORM CHARGER_TRANSLIT
		PERFORM CHARGER_COMPROMIS
		PERFORM CHARGER_LIMITES
		PERFORM OUVRIR-SYNTHESE
		PERFORM PREPARER_FICHIERS-RUN
		OPEN INPUT FICHIER-PARAMETRES

CLORE-SYNTHESE.
	IF IND-SYNTHESE-OK IS = "O" THEN
		PERFORM EDITER-DOUBLONS-SYNTHESE
		MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
		MOVE SPACE TO WS-LIGNE-SYNTHESE
		WRITE ENR-SYNTHESE FROM WS-LIGNE-SYNTHESE
	END-IF.
	DISPLAY "Fin du traitement par lot, code retour " WS-CODE-RETOUR.

EDITER-DOUBLONS-SYNTHESE.
	MOVE SPACE TO WS-LIGNE-SYNTHESE.
	WRITE ENR-SYNTHESE FROM WS-LIGNE-SYNTHESE.
	MOVE SPACE TO WS-LIGNE-SYNTHESE.
	MOVE 1 TO WS-PTR-SYNTHESE.
	STRING "DOUBLONS PRESUMES (CONTROLE SUR " WS-JOURS-DOUBLON " JOUR(S) AU PLUS DU DERNIER JOB) : " DP-NB
		DELIMITED BY SIZE INTO WS-LIGNE-SYNTHESE
		WITH POINTER WS-PTR-SYNTHESE
	END-STRING.
	WRITE ENR-SYNTHESE FROM WS-LIGNE-SYNTHESE.
	IF DP-NB IS = ZERO THEN
		MOVE "   Aucun doublon présumé" TO WS-LIGNE-SYNTHESE
		WRITE ENR-SYNTHESE FROM WS-LIGNE-SYNTHESE
	END-IF.
	PERFORM VARYING DP-IDX FROM 1 BY 1 UNTIL DP-IDX > DP-NB
		MOVE SPACE TO WS-LIGNE-SYNTHESE
		MOVE 1 TO WS-PTR-SYNTHESE
		STRING "   " DP-ETAT(DP-IDX)
			" IN=" DP-DATASET(DP-IDX)
			" ENREG=" DP-NUM-ENR(DP-IDX)
			" CARRE=" DP-CARRE-ID(DP-IDX)
			" MESSAGE ORIGINAL=" DP-ORIGINE(DP-IDX)
			" CODE LE " DP-HORODATAGE(DP-IDX)
			DELIMITED BY SIZE INTO WS-LIGNE-SYNTHESE
			WITH POINTER WS-PTR-SYNTHESE
		END-STRING
		WRITE ENR-SYNTHESE FROM WS-LIGNE-SYNTHESE
	END-PERFORM.
	IF WS-DOUBLONS-NON-LISTES > ZERO THEN
		MOVE SPACE TO WS-LIGNE-SYNTHESE
		MOVE 1 TO WS-PTR-SYNTHESE
		STRING "   ... et " WS-DOUBLONS-NON-LISTES " autre(s) doublon(s) non listé(s), voir le journal du run"
			DELIMITED BY SIZE INTO WS-LIGNE-SYNTHESE
			WITH POINTER WS-PTR-SYNTHESE
		END-STRING
		WRITE ENR-SYNTHESE FROM WS-LIGNE-SYNTHESE
	END-IF.

EXECUTER_JOB_LOT.
	ADD 1 TO WS-COMPTEUR-JOBS.
	MOVE "OK" TO WS-STATUT-JOB.
	MOVE ZERO TO WS-COMPTEUR-CARACT.
	MOVE ZERO TO WS-COMPTEUR-SUSPENS.
	MOVE ZERO TO WS-COMPTEUR-SUBST.
	IF PARAM-FORMAT IS = "G" OR PARAM-FORMAT IS = "g" THEN
		MOVE "O" TO IND-FORMAT-GROUPES
	ELSE
		MOVE "N" TO IND-FORMAT-GROUPES
	END-IF.
	IF PARAM-JOURS-DOUBLON IS NUMERIC AND PARAM-JOURS-DOUBLON > ZERO THEN
		MOVE PARAM-JOURS-DOUBLON TO WS-JOURS-DOUBLON
	ELSE
		MOVE 7 TO WS-JOURS-DOUBLON
	END-IF.
	IF PARAM-REEMISSION IS = "O" OR PARAM-REEMISSION IS = "o" THEN
		MOVE "O" TO IND-REEMISSION
	ELSE
		MOVE "N" TO IND-REEMISSION
	END-IF.
	IF PARAM-FREQ-CKPT IS NUMERIC AND PARAM-FREQ-CKPT > ZERO THEN
		MOVE PARAM-FREQ-CKPT TO WS-FREQ-CHECKPOINT
	ELSE
					DISPLAY "Carré par défaut du job non enregistré, traitement enregistrement par enregistrement"
				END-IF
			ELSE
				IF PARAM-MODE IS = "T" OR PARAM-MODE IS = "t" THEN
					MOVE "N" TO IND-CARRE-CHARGE
				ELSE
					PERFORM CONSTRUIRE_CARRE
					MOVE "N" TO IND-CARRE-COMPROMIS
					IF PARAM-MODE IS = "C" OR PARAM-MODE IS = "c" THEN
						PERFORM CONTROLER-COMPROMISSION
					END-IF
					IF IND-CARRE-COMPROMIS IS = "O" THEN
						DISPLAY "Carré compromis, job de codage refusé"
						MOVE "REFUSE" TO WS-STATUT-JOB
						MOVE "REFUS" TO WS-TYPE-OPERATION
						MOVE ZERO TO WS-LONGUEUR-MSG
						MOVE "COMPROMIS" TO WS-RESULTAT-VERIF
						PERFORM JOURNALISER
						MOVE SPACE TO WS-RESULTAT-VERIF
					ELSE
						MOVE "O" TO IND-CARRE-CHARGE
						IF PARAM-MODE IS = "C" OR PARAM-MODE IS = "c" THEN
							PERFORM ENREGISTRER_CARRE
							MOVE "O" TO IND-USURE-A-REVOIR
							PERFORM CONTROLER-USURE
							IF IND-USURE-DEPASSEE IS = "O" THEN
								DISPLAY "Limite d'usage du carré atteinte, job de codage refusé"
								MOVE "REFUSE" TO WS-STATUT-JOB
								MOVE "REFUS" TO WS-TYPE-OPERATION
								MOVE ZERO TO WS-LONGUEUR-MSG
								MOVE "USURE" TO WS-RESULTAT-VERIF
								PERFORM JOURNALISER
								MOVE SPACE TO WS-RESULTAT-VERIF
							END-IF
						END-IF
					END-IF
				END-IF
			END-IF
			MOVE PARAM-DATASET-IN TO WS-NOM-FICHIER-MESSAGES
			MOVE PARAM-DATASET-OUT TO WS-NOM-FICHIER-RESULTATS
			IF WS-STATUT-JOB IS NOT = "REFUSE" THEN
				IF PARAM-MODE IS = "C" OR PARAM-MODE IS = "c" THEN
					PERFORM CODER_CHAINE-LOT-REPRISE
				ELSE
					IF PARAM-MODE IS = "V" OR PARAM-MODE IS = "v" THEN
						PERFORM VERIFIER_FICHIER-LOT
					ELSE
						IF PARAM-MODE IS = "R" OR PARAM-MODE IS = "r" THEN
							IF PARAM-DATASET-IN IS = "SUSPENS.DAT" THEN
								DISPLAY "Un job de reprise ne peut pas lire SUSPENS.DAT directement, utiliser une copie corrigée, job ignoré"
								MOVE "IGNORE" TO WS-STATUT-JOB
							ELSE
								PERFORM REJOUER_SUSPENS-LOT
							END-IF
						ELSE
							IF PARAM-MODE IS = "E" OR PARAM-MODE IS = "e" THEN
								PERFORM TRAITER_ENVELOPPES-LOT
							ELSE
								IF PARAM-MODE IS = "T" OR PARAM-MODE IS = "t" THEN
									PERFORM TRANSCODER_FICHIER-LOT
								ELSE
									PERFORM DECODER_CHAINE-LOT-REPRISE
								END-IF
							END-IF
						END-IF
					END-IF
				END-IF
			END-IF
		END-IF
	END-IF.
	IF WS-STATUT-JOB IS = "OK" AND WS-COMPTEUR-SUSPENS > 0 THEN
		MOVE "SUSPENS" TO WS-STATUT-JOB
	END-IF.
	IF WS-STATUT-JOB IS = "IGNORE" OR WS-STATUT-JOB IS = "ERREUR"
			OR WS-STATUT-JOB IS = "REFUSE" THEN
		IF WS-CODE-RETOUR < 8 THEN
			MOVE 8 TO WS-CODE-RETOUR
		END-IF
	MOVE WS-DATE-HEURE(9:6) TO CLE-HEURE-EFFET.
	PERFORM RESERVER_SEQUENCE-MESSAGES.
	PERFORM CHARGER_TRANSLIT.
	PERFORM CHARGER_COMPROMIS.
	PERFORM CHARGER_LIMITES.
	MOVE ALPHA TO CARRE.
	MOVE SPACE TO WS-CARRE-ID.
	PERFORM SIGNON_OPERATEUR.
										IF WS-CHOIX-MENU IS = "9" THEN
											MOVE "O" TO IND-FIN-CONSOLE
										ELSE
											IF WS-CHOIX-MENU IS = "A" OR WS-CHOIX-MENU IS = "a" THEN
												PERFORM DECLARER_COMPROMISSION
											ELSE
												DISPLAY "Choix inconnu"
											END-IF
										END-IF
									END-IF
								END-IF
	DISPLAY "6 - Sélectionner le carré courant".
	DISPLAY "7 - Couverture des clés à venir".
	DISPLAY "8 - Rechercher un message au registre".
	DISPLAY "A - Déclarer un carré ou une clé compromis".
	DISPLAY "9 - Quitter".
	DISPLAY "Votre choix ?".

						PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
							MOVE OPER-CARRE-AUT(K) TO WS-CARRE-AUT(K)
						END-PERFORM
						MOVE OPER-STATUT TO WS-OPER-STATUT
						MOVE OPER-DATE-FIN TO WS-OPER-DATE-FIN
					END-IF
			END-READ
		END-PERFORM
		CLOSE FICHIER-OPERATEURS
		IF IND-OPER-TROUVE IS = "O" THEN
			PERFORM CONTROLER_VALIDITE-OPERATEUR
			IF IND-OPER-TROUVE IS NOT = "O" THEN
				DISPLAY "Habilitation suspendue ou échue, accès refusé"
			END-IF
		END-IF
		IF IND-OPER-TROUVE IS = "O" THEN
			MOVE "O" TO IND-SIGNON-OK
			DISPLAY "Session ouverte pour " WS-OPERATEUR
			PERFORM JOURNALISER
		ELSE
			MOVE "N" TO IND-SIGNON-OK
			DISPLAY "Opérateur inconnu ou non habilité, accès refusé"
			MOVE "REFUS" TO WS-TYPE-OPERATION
			MOVE ZERO TO WS-LONGUEUR-MSG
			MOVE SPACE TO WS-RESULTAT-VERIF
		END-IF
	END-IF.

CONTROLER_VALIDITE-OPERATEUR.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-SIGNON.
	IF WS-OPER-STATUT IS = "S" THEN
		MOVE "N" TO IND-OPER-TROUVE
	END-IF.
	IF WS-OPER-DATE-FIN IS NUMERIC AND WS-OPER-DATE-FIN IS NOT = ZERO THEN
		IF WS-OPER-DATE-FIN < WS-DATE-SIGNON THEN
			MOVE "N" TO IND-OPER-TROUVE
		END-IF
	END-IF.

CONTROLER_ACCES.
	MOVE "O" TO IND-ACCES-OK.
	IF IND-AUTORISATIONS-ACTIVES IS = "O" THEN
					MOVE "O" TO IND-FIN-OPERATEURS
				NOT AT END
					IF OPER-ID IS = WS-OPERATEUR-2 THEN
						MOVE OPER-STATUT TO WS-OPER-STATUT
						MOVE OPER-DATE-FIN TO WS-OPER-DATE-FIN
						MOVE "O" TO IND-OPER-TROUVE
						PERFORM CONTROLER_VALIDITE-OPERATEUR
						IF IND-OPER-TROUVE IS NOT = "O" THEN
							DISPLAY "Le second opérateur est suspendu ou son habilitation est échue"
						ELSE
							IF OPER-AUT-CLES IS = "O" THEN
								MOVE "O" TO IND-OPER2-OK
							ELSE
								DISPLAY "Le second opérateur n'est pas habilité aux clés"
							END-IF
						END-IF
					END-IF
			END-READ
		CLOSE FICHIER-CARRES
		OPEN I-O FICHIER-CARRES
	END-IF.
	MOVE 99999999 TO WS-DATE-REFERENCE.
	MOVE 999999 TO WS-HEURE-REFERENCE.
	PERFORM LIRE-GENERATION-CARRE.
	IF IND-CARRE-TROUVE IS = "O" AND WS-GEN-VALEUR IS = CARRE THEN
		DISPLAY "Carré inchangé, génération du " WS-GEN-DATE " " WS-GEN-HEURE " conservée"
	ELSE
		MOVE WS-CARRE-ID TO CARRE-ID
		MOVE CARRE TO CARRE-VALEUR
		MOVE CLE-DATE-EFFET TO CARRE-DATE-EFFET
		MOVE CLE-HEURE-EFFET TO CARRE-HEURE-EFFET
		WRITE ENR-CARRE
			INVALID KEY
				REWRITE ENR-CARRE
					INVALID KEY
						DISPLAY "Erreur d'enregistrement du carré"
				END-REWRITE
		END-WRITE
	END-IF.
	CLOSE FICHIER-CARRES.

SELECTIONNER_CARRE.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-REFERENCE.
	MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-REFERENCE.
	PERFORM SELECTIONNER-GENERATION-CARRE.

SELECTIONNER-GENERATION-CARRE.
	MOVE "N" TO IND-CARRE-TROUVE.
	IF WS-CARRE-ID IS NOT = SPACE THEN
		OPEN INPUT FICHIER-CARRES
		IF STATUT-CARRES IS = "00" THEN
			PERFORM LIRE-GENERATION-CARRE
			IF IND-CARRE-TROUVE IS NOT = "O" THEN
				DISPLAY "Aucune génération du carré '" WS-CARRE-ID "' en vigueur au " WS-DATE-REFERENCE " " WS-HEURE-REFERENCE ", carré courant conservé"
			ELSE
				MOVE "O" TO IND-CARRE-CHARGE
				MOVE WS-GEN-VALEUR TO CARRE
				MOVE WS-GEN-DATE TO CLE-DATE-EFFET
				MOVE WS-GEN-HEURE TO CLE-HEURE-EFFET
			END-IF
			CLOSE FICHIER-CARRES
		ELSE
			DISPLAY "Fichier des carrés indisponible, carré courant conservé"
		END-IF
	END-IF.

LIRE-GENERATION-CARRE.
	MOVE "N" TO IND-CARRE-TROUVE.
	MOVE "N" TO IND-FIN-CARRES.
	MOVE WS-CARRE-ID TO CARRE-ID.
	MOVE ZERO TO CARRE-DATE-EFFET.
	MOVE ZERO TO CARRE-HEURE-EFFET.
	START FICHIER-CARRES KEY IS NOT < CARRE-CLE
		INVALID KEY
			MOVE "O" TO IND-FIN-CARRES
	END-START.
	PERFORM UNTIL IND-FIN-CARRES IS = "O"
		READ FICHIER-CARRES NEXT RECORD
			AT END
				MOVE "O" TO IND-FIN-CARRES
			NOT AT END
				IF CARRE-ID IS NOT = WS-CARRE-ID
						OR CARRE-DATE-EFFET > WS-DATE-REFERENCE
						OR (CARRE-DATE-EFFET IS = WS-DATE-REFERENCE
							AND CARRE-HEURE-EFFET > WS-HEURE-REFERENCE) THEN
					MOVE "O" TO IND-FIN-CARRES
				ELSE
					MOVE "O" TO IND-CARRE-TROUVE
					MOVE CARRE-VALEUR TO WS-GEN-VALEUR
					MOVE CARRE-DATE-EFFET TO WS-GEN-DATE
					MOVE CARRE-HEURE-EFFET TO WS-GEN-HEURE
				END-IF
		END-READ
	END-PERFORM.

CHOISIR-GENERATION-TRAILER.
	IF TRL-CLE-DATE IS NUMERIC AND TRL-CLE-DATE > ZERO THEN
		MOVE TRL-CLE-DATE TO WS-DATE-REFERENCE
		IF TRL-CLE-HEURE IS NUMERIC THEN
			MOVE TRL-CLE-HEURE TO WS-HEURE-REFERENCE
		ELSE
			MOVE 235959 TO WS-HEURE-REFERENCE
		END-IF
		PERFORM SELECTIONNER-GENERATION-CARRE
		IF IND-CARRE-TROUVE IS = "O" THEN
			DISPLAY "Génération du carré '" WS-CARRE-ID "' du " CLE-DATE-EFFET " " CLE-HEURE-EFFET " retenue pour le décodage"
		END-IF
	END-IF.

AFFICHER_CARRE.
	MOVE ZERO TO TMP.
	DISPLAY CARRE
				MOVE WS-CARRE-PREC TO WS-CARRE-ID
			END-IF
		END-IF
		PERFORM CONTROLER-COMPROMISSION
		IF IND-CARRE-COMPROMIS IS = "O" THEN
			DISPLAY "Carré compromis, codage refusé"
			MOVE "REFUS" TO WS-TYPE-OPERATION
			MOVE ZERO TO WS-LONGUEUR-MSG
			MOVE "COMPROMIS" TO WS-RESULTAT-VERIF
			PERFORM JOURNALISER
			MOVE SPACE TO WS-RESULTAT-VERIF
		ELSE
			MOVE "O" TO IND-USURE-A-REVOIR
			PERFORM CONTROLER-USURE
			IF IND-USURE-DEPASSEE IS = "O" THEN
				DISPLAY "Limite d'usage du carré atteinte, codage refusé (le décodage reste possible)"
				MOVE "REFUS" TO WS-TYPE-OPERATION
				MOVE ZERO TO WS-LONGUEUR-MSG
				MOVE "USURE" TO WS-RESULTAT-VERIF
				PERFORM JOURNALISER
				MOVE SPACE TO WS-RESULTAT-VERIF
			ELSE
				DISPLAY "Format de transmission en groupes de cinq chiffres (O/N) ?"
				ACCEPT WS-SAISIE-FORMAT
				IF WS-SAISIE-FORMAT IS = "O" OR WS-SAISIE-FORMAT IS = "o" THEN
					MOVE "O" TO IND-FORMAT-GROUPES
				ELSE
					MOVE "N" TO IND-FORMAT-GROUPES
				END-IF
				DISPLAY "Traitement en mode fichier (O/N) ?"
				ACCEPT IND-MODE-LOT
				IF IND-MODE-LOT IS = "O" OR IND-MODE-LOT IS = "o" THEN
					DISPLAY "Réémission de messages déjà codés autorisée (O/N) ?"
					ACCEPT WS-SAISIE-FORMAT
					IF WS-SAISIE-FORMAT IS = "O" OR WS-SAISIE-FORMAT IS = "o" THEN
						MOVE "O" TO IND-REEMISSION
					ELSE
						MOVE "N" TO IND-REEMISSION
					END-IF
					PERFORM CODER_CHAINE-LOT
					MOVE "N" TO IND-REEMISSION
				ELSE
					PERFORM CODER_CHAINE-INTERACTIF
				END-IF
				MOVE "N" TO IND-FORMAT-GROUPES
			END-IF
		END-IF
	END-IF.

		DISPLAY "Table de translittération chargée : " TR-NB " substitutions définies"
	END-IF.

CHARGER_COMPROMIS.
	MOVE ZERO TO CP-NB.
	MOVE "N" TO IND-FIN-COMPROMIS.
	OPEN INPUT FICHIER-COMPROMIS.
	IF STATUT-COMPROMIS IS = "00" THEN
		PERFORM UNTIL IND-FIN-COMPROMIS IS = "O"
			READ FICHIER-COMPROMIS INTO WS-ENR-COMPROMIS
				AT END
					MOVE "O" TO IND-FIN-COMPROMIS
				NOT AT END
					IF WCMP-TYPE IS NOT = SPACE THEN
						IF CP-NB < 200 THEN
							PERFORM AJOUTER-POSTE-COMPROMIS
						ELSE
							DISPLAY "ATTENTION : table des compromissions pleine, déclaration du " WCMP-HORODATAGE " ignorée"
						END-IF
					END-IF
			END-READ
		END-PERFORM
		CLOSE FICHIER-COMPROMIS
		IF CP-NB > ZERO THEN
			DISPLAY "Compromissions déclarées chargées : " CP-NB
		END-IF
	END-IF.

AJOUTER-POSTE-COMPROMIS.
	ADD 1 TO CP-NB.
	MOVE WCMP-TYPE TO CP-TYPE(CP-NB).
	MOVE WCMP-CARRE-ID TO CP-CARRE-ID(CP-NB).
	MOVE WCMP-CARRE-VALEUR TO CP-VALEUR(CP-NB).
	MOVE WCMP-DATE TO CP-DATE(CP-NB).
	MOVE WCMP-HEURE TO CP-HEURE(CP-NB).

CONTROLER-COMPROMISSION.
	MOVE "N" TO IND-CARRE-COMPROMIS.
	MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MOMENT-COURANT.
	PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-NB
		IF CP-VALEUR(CP-IDX) IS = CARRE AND CP-MOMENT(CP-IDX) IS NOT > WS-MOMENT-COURANT THEN
			MOVE "O" TO IND-CARRE-COMPROMIS
		END-IF
	END-PERFORM.

CHARGER_LIMITES.
	MOVE ZERO TO LM-NB.
	MOVE ZERO TO LM-IDX-DEFAUT.
	MOVE ZERO TO US-NB.
	MOVE "N" TO IND-FIN-LIMITES.
	OPEN INPUT FICHIER-LIMITES.
	IF STATUT-LIMITES IS = "00" THEN
		PERFORM UNTIL IND-FIN-LIMITES IS = "O"
			READ FICHIER-LIMITES INTO WS-ENR-LIMITE
				AT END
					MOVE "O" TO IND-FIN-LIMITES
				NOT AT END
					IF WLIM-CARRE-ID IS NOT = SPACE THEN
						IF LM-NB < 200 THEN
							ADD 1 TO LM-NB
							MOVE WLIM-CARRE-ID TO LM-CARRE-ID(LM-NB)
							MOVE ZERO TO LM-MAX-MESSAGES(LM-NB)
							MOVE ZERO TO LM-MAX-CARACT(LM-NB)
							MOVE ZERO TO LM-MAX-JOURS(LM-NB)
							IF WLIM-MAX-MESSAGES IS NUMERIC THEN
								MOVE WLIM-MAX-MESSAGES TO LM-MAX-MESSAGES(LM-NB)
							END-IF
							IF WLIM-MAX-CARACT IS NUMERIC THEN
								MOVE WLIM-MAX-CARACT TO LM-MAX-CARACT(LM-NB)
							END-IF
							IF WLIM-MAX-JOURS IS NUMERIC THEN
								MOVE WLIM-MAX-JOURS TO LM-MAX-JOURS(LM-NB)
							END-IF
							IF WLIM-CARRE-ID IS = "*" THEN
								MOVE LM-NB TO LM-IDX-DEFAUT
							END-IF
						ELSE
							DISPLAY "ATTENTION : table des limites pleine, limite du carré '" WLIM-CARRE-ID "' ignorée"
						END-IF
					END-IF
			END-READ
		END-PERFORM
		CLOSE FICHIER-LIMITES
		IF LM-NB > ZERO THEN
			DISPLAY "Limites d'usage des carrés chargées : " LM-NB
		END-IF
	END-IF.

CONTROLER-USURE.
	MOVE "N" TO IND-USURE-DEPASSEE.
	IF LM-NB > ZERO AND WS-CARRE-ID IS NOT = SPACE THEN
		PERFORM RECHERCHER-POSTE-USURE
		IF US-IDX > ZERO THEN
			IF US-ETAT(US-IDX) IS = "D" THEN
				MOVE "O" TO IND-USURE-DEPASSEE
			END-IF
		END-IF
	END-IF.
	MOVE "N" TO IND-USURE-A-REVOIR.

RECHERCHER-POSTE-USURE.
	MOVE ZERO TO US-IDX.
	PERFORM VARYING I FROM 1 BY 1 UNTIL I > US-NB OR US-IDX > ZERO
		IF US-CARRE-ID(I) IS = WS-CARRE-ID THEN
			MOVE I TO US-IDX
		END-IF
	END-PERFORM.
	IF US-IDX IS = ZERO THEN
		IF US-NB < 50 THEN
			ADD 1 TO US-NB
			MOVE US-NB TO US-IDX
			MOVE WS-CARRE-ID TO US-CARRE-ID(US-IDX)
			MOVE "N" TO US-SIGNALE(US-IDX)
			PERFORM EVALUER-USURE-CARRE
		ELSE
			DISPLAY "ATTENTION : table d'usage des carrés pleine, usage du carré '" WS-CARRE-ID "' non contrôlé"
		END-IF
	ELSE
		IF IND-USURE-A-REVOIR IS = "O" THEN
			PERFORM REVOIR-USURE-CARRE
		END-IF
	END-IF.

REVOIR-USURE-CARRE.
	MOVE "N" TO IND-CARRE-TROUVE.
	OPEN INPUT FICHIER-CARRES.
	IF STATUT-CARRES IS = "00" THEN
		MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-REFERENCE
		MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-REFERENCE
		PERFORM LIRE-GENERATION-CARRE
		CLOSE FICHIER-CARRES
	END-IF.
	IF IND-CARRE-TROUVE IS = "O" AND (WS-GEN-DATE IS NOT = US-EFFET-DATE(US-IDX)
			OR WS-GEN-HEURE IS NOT = US-EFFET-HEURE(US-IDX)) THEN
		PERFORM EVALUER-USURE-CARRE
	ELSE
		MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
		MOVE WS-DATE-HEURE(1:8) TO WS-DATE-JOUR
		COMPUTE US-NB-JOURS(US-IDX) = FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
			- FUNCTION INTEGER-OF-DATE(US-EFFET-DATE(US-IDX))
		PERFORM CALCULER-TAUX-USURE
	END-IF.

EVALUER-USURE-CARRE.
	MOVE LM-IDX-DEFAUT TO LM-IDX.
	PERFORM VARYING LM-RANG FROM 1 BY 1 UNTIL LM-RANG > LM-NB
		IF LM-CARRE-ID(LM-RANG) IS = WS-CARRE-ID THEN
			MOVE LM-RANG TO LM-IDX
		END-IF
	END-PERFORM.
	MOVE ZERO TO US-MAX-MESSAGES(US-IDX).
	MOVE ZERO TO US-MAX-CARACT(US-IDX).
	MOVE ZERO TO US-MAX-JOURS(US-IDX).
	MOVE ZERO TO US-NB-MESSAGES(US-IDX).
	MOVE ZERO TO US-NB-CARACT(US-IDX).
	MOVE ZERO TO US-NB-JOURS(US-IDX).
	MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.
	MOVE WS-DATE-HEURE(1:14) TO US-EFFET(US-IDX).
	IF LM-IDX > ZERO THEN
		MOVE LM-MAX-MESSAGES(LM-IDX) TO US-MAX-MESSAGES(US-IDX)
		MOVE LM-MAX-CARACT(LM-IDX) TO US-MAX-CARACT(US-IDX)
		MOVE LM-MAX-JOURS(LM-IDX) TO US-MAX-JOURS(US-IDX)
		PERFORM RELEVER-USURE-CARRE
	END-IF.
	PERFORM CALCULER-TAUX-USURE.

RELEVER-USURE-CARRE.
	OPEN INPUT FICHIER-CARRES.
	IF STATUT-CARRES IS = "00" THEN
		MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-REFERENCE
		MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-REFERENCE
		PERFORM LIRE-GENERATION-CARRE
		IF IND-CARRE-TROUVE IS = "O" THEN
			MOVE WS-GEN-DATE TO US-EFFET-DATE(US-IDX)
			MOVE WS-GEN-HEURE TO US-EFFET-HEURE(US-IDX)
		END-IF
		CLOSE FICHIER-CARRES
	END-IF.
	MOVE WS-DATE-HEURE(1:8) TO WS-DATE-JOUR.
	COMPUTE US-NB-JOURS(US-IDX) = FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
		- FUNCTION INTEGER-OF-DATE(US-EFFET-DATE(US-IDX)).
	MOVE IND-REGISTRE-OUVERT TO IND-REGISTRE-PRIS.
	PERFORM OUVRIR_REGISTRE.
	IF IND-REGISTRE-OUVERT IS = "O" THEN
		MOVE "N" TO IND-FIN-REGISTRE
		MOVE US-EFFET-DATE(US-IDX) TO REG-MSG-DATE
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
					IF REG-CARRE-ID IS = WS-CARRE-ID
							AND REG-DATASET-IN IS NOT = "*RESERVE*"
							AND REG-HORODATAGE IS NOT < US-EFFET(US-IDX) THEN
						ADD 1 TO US-NB-MESSAGES(US-IDX)
					END-IF
			END-READ
		END-PERFORM
		IF IND-REGISTRE-PRIS IS NOT = "O" THEN
			PERFORM FERMER_REGISTRE
		END-IF
	ELSE
		DISPLAY "Registre des messages indisponible, usage du carré '" WS-CARRE-ID "' en messages non relevé"
	END-IF.
	MOVE "N" TO IND-FIN-STATS-MAITRE.
	OPEN INPUT FICHIER-STATS-MAITRE.
	IF STATUT-STATS-MAITRE IS = "00" THEN
		PERFORM UNTIL IND-FIN-STATS-MAITRE IS = "O"
			READ FICHIER-STATS-MAITRE INTO WS-ENR-STATS-MAITRE
				AT END
					MOVE "O" TO IND-FIN-STATS-MAITRE
				NOT AT END
					PERFORM CUMULER-STATS-USURE
			END-READ
		END-PERFORM
		CLOSE FICHIER-STATS-MAITRE
	END-IF.
	MOVE "U" TO WS-OBJET-RUNS.
	PERFORM PARCOURIR-RUNS-ANTERIEURS.

CUMULER-STATS-USURE.
	IF WSTM-DATE IS NUMERIC AND WSTM-CARACT IS NUMERIC
			AND WSTM-DATE IS NOT < US-EFFET-DATE(US-IDX)
			AND WSTM-CARRE-ID IS = WS-CARRE-ID
			AND (WSTM-MODE IS = "C" OR WSTM-MODE IS = "c"
				OR WSTM-MODE IS = "E" OR WSTM-MODE IS = "e"
				OR WSTM-MODE IS = "T" OR WSTM-MODE IS = "t") THEN
		ADD WSTM-CARACT TO US-NB-CARACT(US-IDX)
	END-IF.

PARCOURIR-RUNS-ANTERIEURS.
	MOVE "N" TO IND-FIN-RUNLISTE.
	OPEN INPUT FICHIER-RUNLISTE.
	IF STATUT-RUNLISTE IS = "00" THEN
		PERFORM UNTIL IND-FIN-RUNLISTE IS = "O"
			READ FICHIER-RUNLISTE INTO WS-RUN-ANTERIEUR
				AT END
					MOVE "O" TO IND-FIN-RUNLISTE
				NOT AT END
					IF WS-RUN-ANTERIEUR IS NOT = SPACE
							AND WS-RUN-ANTERIEUR IS NOT = WS-DEBUT-RUN THEN
						IF WS-OBJET-RUNS IS = "D" THEN
							PERFORM RECHERCHER-DOUBLON-RUN
							IF IND-DOUBLON IS = "O" THEN
								MOVE "O" TO IND-FIN-RUNLISTE
							END-IF
						ELSE
							PERFORM RELEVER-USURE-RUN
						END-IF
					END-IF
			END-READ
		END-PERFORM
		CLOSE FICHIER-RUNLISTE
	END-IF.

PREPARER-NOMS-RUN-ANTERIEUR.
	MOVE SPACE TO WS-NOM-FICHIER-REGANT.
	MOVE 1 TO WS-PTR-RUN.
	STRING "REGISTRE." WS-RUN-ANTERIEUR ".RUN"
		DELIMITED BY SIZE INTO WS-NOM-FICHIER-REGANT
		WITH POINTER WS-PTR-RUN
	END-STRING.
	MOVE SPACE TO WS-NOM-FICHIER-STATANT.
	MOVE 1 TO WS-PTR-RUN.
	STRING "STATS." WS-RUN-ANTERIEUR ".RUN"
		DELIMITED BY SIZE INTO WS-NOM-FICHIER-STATANT
		WITH POINTER WS-PTR-RUN
	END-STRING.

RECHERCHER-DOUBLON-RUN.
	PERFORM PREPARER-NOMS-RUN-ANTERIEUR.
	MOVE "N" TO IND-FIN-RUN-ANT.
	OPEN INPUT FICHIER-REGISTRE-ANT.
	IF STATUT-REGANT IS = "00" THEN
		PERFORM UNTIL IND-FIN-RUN-ANT IS = "O"
			READ FICHIER-REGISTRE-ANT INTO WS-ENR-REGISTRE-ANT
				AT END
					MOVE "O" TO IND-FIN-RUN-ANT
				NOT AT END
					IF WRA-CARRE-ID IS = WS-CARRE-ID
							AND WRA-DATASET-IN IS NOT = "*RESERVE*"
							AND WRA-MSG-DATE IS NUMERIC
							AND WRA-MSG-DATE IS NOT < WS-DATE-LIMITE-DOUBLON
							AND WRA-EMPREINTE IS NUMERIC
							AND WRA-EMPREINTE IS = WS-EMPREINTE-MSG THEN
						MOVE "O" TO IND-DOUBLON
						MOVE WRA-MSG-NUM TO WS-MSG-ORIGINAL
						MOVE WRA-HORODATAGE TO WS-HORODATAGE-ORIGINAL
						MOVE "O" TO IND-FIN-RUN-ANT
					END-IF
			END-READ
		END-PERFORM
		CLOSE FICHIER-REGISTRE-ANT
	END-IF.

RELEVER-USURE-RUN.
	PERFORM PREPARER-NOMS-RUN-ANTERIEUR.
	MOVE "N" TO IND-FIN-RUN-ANT.
	OPEN INPUT FICHIER-REGISTRE-ANT.
	IF STATUT-REGANT IS = "00" THEN
		PERFORM UNTIL IND-FIN-RUN-ANT IS = "O"
			READ FICHIER-REGISTRE-ANT INTO WS-ENR-REGISTRE-ANT
				AT END
					MOVE "O" TO IND-FIN-RUN-ANT
				NOT AT END
					IF WRA-CARRE-ID IS = WS-CARRE-ID
							AND WRA-DATASET-IN IS NOT = "*RESERVE*"
							AND WRA-HORODATAGE IS NOT < US-EFFET(US-IDX) THEN
						ADD 1 TO US-NB-MESSAGES(US-IDX)
					END-IF
			END-READ
		END-PERFORM
		CLOSE FICHIER-REGISTRE-ANT
	END-IF.
	MOVE "N" TO IND-FIN-RUN-ANT.
	OPEN INPUT FICHIER-STATS-ANT.
	IF STATUT-STATANT IS = "00" THEN
		PERFORM UNTIL IND-FIN-RUN-ANT IS = "O"
			READ FICHIER-STATS-ANT INTO WS-ENR-STATS-MAITRE
				AT END
					MOVE "O" TO IND-FIN-RUN-ANT
				NOT AT END
					PERFORM CUMULER-STATS-USURE
			END-READ
		END-PERFORM
		CLOSE FICHIER-STATS-ANT
	END-IF.

CALCULER-TAUX-USURE.
	MOVE ZERO TO US-TAUX(US-IDX).
	IF US-MAX-MESSAGES(US-IDX) > ZERO THEN
		COMPUTE WS-TAUX-USURE = US-NB-MESSAGES(US-IDX) * 100 / US-MAX-MESSAGES(US-IDX)
			ON SIZE ERROR
				MOVE 99999 TO WS-TAUX-USURE
		END-COMPUTE
		IF WS-TAUX-USURE > US-TAUX(US-IDX) THEN
			MOVE WS-TAUX-USURE TO US-TAUX(US-IDX)
		END-IF
	END-IF.
	IF US-MAX-CARACT(US-IDX) > ZERO THEN
		COMPUTE WS-TAUX-USURE = US-NB-CARACT(US-IDX) * 100 / US-MAX-CARACT(US-IDX)
			ON SIZE ERROR
				MOVE 99999 TO WS-TAUX-USURE
		END-COMPUTE
		IF WS-TAUX-USURE > US-TAUX(US-IDX) THEN
			MOVE WS-TAUX-USURE TO US-TAUX(US-IDX)
		END-IF
	END-IF.
	IF US-MAX-JOURS(US-IDX) > ZERO THEN
		COMPUTE WS-TAUX-USURE = US-NB-JOURS(US-IDX) * 100 / US-MAX-JOURS(US-IDX)
			ON SIZE ERROR
				MOVE 99999 TO WS-TAUX-USURE
		END-COMPUTE
		IF WS-TAUX-USURE > US-TAUX(US-IDX) THEN
			MOVE WS-TAUX-USURE TO US-TAUX(US-IDX)
		END-IF
	END-IF.
	IF US-TAUX(US-IDX) IS NOT < 100 THEN
		MOVE "D" TO US-ETAT(US-IDX)
	ELSE
		IF US-TAUX(US-IDX) IS NOT < 80 THEN
			MOVE "A" TO US-ETAT(US-IDX)
		ELSE
			MOVE "N" TO US-ETAT(US-IDX)
		END-IF
	END-IF.
	IF US-ETAT(US-IDX) IS NOT = "N" AND US-ETAT(US-IDX) IS NOT = US-SIGNALE(US-IDX) THEN
		PERFORM SIGNALER-USURE-CARRE
	END-IF.
	MOVE US-ETAT(US-IDX) TO US-SIGNALE(US-IDX).

SIGNALER-USURE-CARRE.
	MOVE SPACE TO WS-LIGNE-SYNTHESE.
	MOVE 1 TO WS-PTR-SYNTHESE.
	IF US-ETAT(US-IDX) IS = "D" THEN
		STRING "USURE CARRE=" US-CARRE-ID(US-IDX) " LIMITE ATTEINTE, CODAGE REFUSE"
			DELIMITED BY SIZE INTO WS-LIGNE-SYNTHESE
			WITH POINTER WS-PTR-SYNTHESE
		END-STRING
	ELSE
		STRING "USURE CARRE=" US-CARRE-ID(US-IDX) " ALERTE, 80% D'UNE LIMITE ATTEINT"
			DELIMITED BY SIZE INTO WS-LIGNE-SYNTHESE
			WITH POINTER WS-PTR-SYNTHESE
		END-STRING
	END-IF.
	STRING " EFFET=" US-EFFET-DATE(US-IDX)
		" MESSAGES=" US-NB-MESSAGES(US-IDX) "/" US-MAX-MESSAGES(US-IDX)
		" CARACT=" US-NB-CARACT(US-IDX) "/" US-MAX-CARACT(US-IDX)
		" JOURS=" US-NB-JOURS(US-IDX) "/" US-MAX-JOURS(US-IDX)
		" TAUX=" US-TAUX(US-IDX) "%"
		DELIMITED BY SIZE INTO WS-LIGNE-SYNTHESE
		WITH POINTER WS-PTR-SYNTHESE
	END-STRING.
	DISPLAY WS-LIGNE-SYNTHESE.
	IF IND-MODE-BATCH IS = "O" THEN
		IF IND-SYNTHESE-OK IS = "O" THEN
			WRITE ENR-SYNTHESE FROM WS-LIGNE-SYNTHESE
		END-IF
		IF WS-CODE-RETOUR < 4 THEN
			MOVE 4 TO WS-CODE-RETOUR
		END-IF
	END-IF.

CUMULER-USURE-CARRE.
	IF LM-NB > ZERO AND WS-CARRE-ID IS NOT = SPACE THEN
		MOVE "N" TO IND-USURE-A-REVOIR
		PERFORM RECHERCHER-POSTE-USURE
		IF US-IDX > ZERO THEN
			ADD 1 TO US-NB-MESSAGES(US-IDX)
			ADD WS-CARACT-USURE TO US-NB-CARACT(US-IDX)
			PERFORM CALCULER-TAUX-USURE
		END-IF
	END-IF.

TRANSLITTERER-MESSAGE.
	IF TR-NB > ZERO AND WS-MESSAGE-LONG IS NOT = SPACE THEN
		MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MESSAGE-LONG TRAILING)) TO WS-LONGUEUR-TOTALE
		MOVE SPACE TO WS-MESSAGE-TRANSLIT
		MOVE "N" TO IND-TRANSLIT-TRONQUE
		MOVE 1 TO WS-PTR-TRANSLIT
		PERFORM VARYING WS-POS-TRANSLIT FROM 1 BY 1 UNTIL WS-POS-TRANSLIT > WS-LONGUEUR-TOTALE
			MOVE WS-MESSAGE-LONG(WS-POS-TRANSLIT:1) TO CHAR
			MOVE ZERO TO TR-IDX
			PERFORM VARYING I FROM 1 BY 1 UNTIL I > TR-NB
				IF TR-CARACTERE(I) IS = CHAR THEN
					MOVE I TO TR-IDX
				END-IF
			END-PERFORM
			IF TR-IDX IS = ZERO THEN
				IF WS-PTR-TRANSLIT > 400 THEN
					MOVE "O" TO IND-TRANSLIT-TRONQUE
				ELSE
					MOVE CHAR TO WS-MESSAGE-TRANSLIT(WS-PTR-TRANSLIT:1)
					ADD 1 TO WS-PTR-TRANSLIT
				END-IF
			ELSE
				ADD 1 TO WS-COMPTEUR-SUBST
				IF TR-REMPLACEMENT(TR-IDX)(2:1) IS = SPACE THEN
					MOVE 1 TO WS-LG-REMPL
				ELSE
					MOVE 2 TO WS-LG-REMPL
				END-IF
				IF WS-PTR-TRANSLIT + WS-LG-REMPL - 1 > 400 THEN
					MOVE "O" TO IND-TRANSLIT-TRONQUE
				ELSE
					MOVE TR-REMPLACEMENT(TR-IDX)(1:WS-LG-REMPL) TO WS-MESSAGE-TRANSLIT(WS-PTR-TRANSLIT:WS-LG-REMPL)
					ADD WS-LG-REMPL TO WS-PTR-TRANSLIT
				END-IF
			END-IF
		END-PERFORM
		IF IND-TRANSLIT-TRONQUE IS = "O" THEN
			DISPLAY "Message tronqué à 400 caractères après translittération, enregistrement " WS-COMPTEUR-ENR
		END-IF
		MOVE WS-MESSAGE-TRANSLIT TO WS-MESSAGE-LONG
	END-IF.

TRAITER-MESSAGE-A-CODER.
	MOVE "N" TO IND-ANOMALIE.
	MOVE ZERO TO WS-POS-ANOMALIE.
	MOVE SPACE TO WS-CODE-ANOMALIE.
	PERFORM TRANSLITTERER-MESSAGE.
	PERFORM VALIDER-MESSAGE-A-CODER.
	IF IND-ANOMALIE IS NOT = "O" AND WS-MESSAGE-LONG IS NOT = SPACE THEN
		PERFORM CONTROLER-DOUBLON
		IF IND-DOUBLON IS = "O" THEN
			IF IND-REEMISSION IS = "O" THEN
				DISPLAY "Doublon présumé du message " WS-MSG-ORIGINAL " du " WS-HORODATAGE-ORIGINAL ", enregistrement " WS-COMPTEUR-ENR " réémis"
				MOVE "REEMIS" TO WS-RESULTAT-VERIF
			ELSE
				DISPLAY "Doublon présumé du message " WS-MSG-ORIGINAL " du " WS-HORODATAGE-ORIGINAL ", enregistrement " WS-COMPTEUR-ENR " non codé"
				MOVE "O" TO IND-ANOMALIE
				MOVE ZERO TO WS-POS-ANOMALIE
				MOVE "DOUB" TO WS-CODE-ANOMALIE
				MOVE "RETENU" TO WS-RESULTAT-VERIF
			END-IF
			PERFORM NOTER-DOUBLON
			MOVE SPACE TO WS-RESULTAT-VERIF
		END-IF
	END-IF.
	IF IND-ANOMALIE IS = "O" THEN
		MOVE WS-MESSAGE-LONG TO SUSP-ENREG
		PERFORM ECRIRE-SUSPENS
	ELSE
		PERFORM CODER-MESSAGE-LONG
	END-IF.

CALCULER-EMPREINTE-MESSAGE.
	MOVE ZERO TO WS-EMPREINTE-MSG.
	IF WS-MESSAGE-LONG IS NOT = SPACE THEN
		MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MESSAGE-LONG TRAILING)) TO WS-LG-EMPREINTE
		MOVE WS-LG-EMPREINTE TO WS-EMPREINTE-MSG
		PERFORM VARYING WS-IDX-EMPREINTE FROM 1 BY 1 UNTIL WS-IDX-EMPREINTE > WS-LG-EMPREINTE
			COMPUTE WS-EMPREINTE-MSG = FUNCTION MOD(WS-EMPREINTE-MSG * 31
				+ FUNCTION ORD(WS-MESSAGE-LONG(WS-IDX-EMPREINTE:1)) * WS-IDX-EMPREINTE 999999937)
		END-PERFORM
	END-IF.

CONTROLER-DOUBLON.
	MOVE "N" TO IND-DOUBLON.
	MOVE SPACE TO WS-MSG-ORIGINAL.
	MOVE SPACE TO WS-HORODATAGE-ORIGINAL.
	PERFORM CALCULER-EMPREINTE-MESSAGE.
	MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.
	MOVE WS-DATE-HEURE(1:8) TO WS-DATE-JOUR.
	COMPUTE WS-DATE-LIMITE-DOUBLON = FUNCTION DATE-OF-INTEGER(
		FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) - WS-JOURS-DOUBLON).
	PERFORM RECHERCHER-DOUBLON-REGISTRE.
	PERFORM VARYING CR-IDX FROM 1 BY 1 UNTIL CR-IDX > CR-NB OR IND-DOUBLON IS = "O"
		IF CR-CARRE-ID(CR-IDX) IS = WS-CARRE-ID AND CR-EMPREINTE(CR-IDX) IS = WS-EMPREINTE-MSG THEN
			MOVE "O" TO IND-DOUBLON
			MOVE CR-MSG-NUM(CR-IDX) TO WS-MSG-ORIGINAL
			MOVE CR-HORODATAGE(CR-IDX) TO WS-HORODATAGE-ORIGINAL
		END-IF
	END-PERFORM.

RECHERCHER-DOUBLON-REGISTRE.
	MOVE IND-REGISTRE-OUVERT TO IND-REGISTRE-PRIS.
	PERFORM OUVRIR_REGISTRE.
	IF IND-REGISTRE-OUVERT IS = "O" THEN
		MOVE "N" TO IND-FIN-REGISTRE
		MOVE WS-DATE-LIMITE-DOUBLON TO REG-MSG-DATE
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
					IF REG-CARRE-ID IS = WS-CARRE-ID
							AND REG-DATASET-IN IS NOT = "*RESERVE*"
							AND REG-EMPREINTE IS NUMERIC
							AND REG-EMPREINTE IS = WS-EMPREINTE-MSG THEN
						MOVE "O" TO IND-DOUBLON
						MOVE REG-MSG-NUM TO WS-MSG-ORIGINAL
						MOVE REG-HORODATAGE TO WS-HORODATAGE-ORIGINAL
						MOVE "O" TO IND-FIN-REGISTRE
					END-IF
			END-READ
		END-PERFORM
		IF IND-REGISTRE-PRIS IS NOT = "O" THEN
			PERFORM FERMER_REGISTRE
		END-IF
	ELSE
		DISPLAY "Registre des messages indisponible, doublons recherchés dans les runs seulement"
	END-IF.
	IF IND-DOUBLON IS NOT = "O" THEN
		MOVE "D" TO WS-OBJET-RUNS
		PERFORM PARCOURIR-RUNS-ANTERIEURS
	END-IF.

NOTER-DOUBLON.
	MOVE "DOUBLON" TO WS-TYPE-OPERATION.
	MOVE WS-LG-EMPREINTE TO WS-LONGUEUR-MSG.
	PERFORM JOURNALISER.
	IF IND-MODE-BATCH IS = "O" THEN
		IF DP-NB < 200 THEN
			ADD 1 TO DP-NB
			MOVE WS-NOM-FICHIER-MESSAGES TO DP-DATASET(DP-NB)
			MOVE WS-COMPTEUR-ENR TO DP-NUM-ENR(DP-NB)
			MOVE WS-CARRE-ID TO DP-CARRE-ID(DP-NB)
			MOVE WS-MSG-ORIGINAL TO DP-ORIGINE(DP-NB)
			MOVE WS-HORODATAGE-ORIGINAL TO DP-HORODATAGE(DP-NB)
			MOVE WS-RESULTAT-VERIF TO DP-ETAT(DP-NB)
		ELSE
			ADD 1 TO WS-DOUBLONS-NON-LISTES
		END-IF
	END-IF.

MEMORISER-EMPREINTE-RUN.
	IF CR-NB < 1000 THEN
		ADD 1 TO CR-NB
		MOVE WREG-CARRE-ID TO CR-CARRE-ID(CR-NB)
		MOVE WREG-EMPREINTE TO CR-EMPREINTE(CR-NB)
		MOVE WREG-MSG-DATE TO CR-MSG-NUM(CR-NB)(1:8)
		MOVE WREG-MSG-SEQ TO CR-MSG-NUM(CR-NB)(9:6)
		MOVE WREG-HORODATAGE TO CR-HORODATAGE(CR-NB)
	ELSE
		IF IND-CODES-RUN-PLEINE IS NOT = "O" THEN
			DISPLAY "ATTENTION : table des messages codés du run pleine, doublons internes au run non détectés au-delà"
			MOVE "O" TO IND-CODES-RUN-PLEINE
		END-IF
	END-IF.

VALIDER-MESSAGE-A-CODER.
	PERFORM CONTROLER-COMPROMISSION.
	IF IND-CARRE-COMPROMIS IS = "O" THEN
		DISPLAY "Carré compromis, enregistrement " WS-COMPTEUR-ENR " non codé"
		MOVE "O" TO IND-ANOMALIE
		MOVE ZERO TO WS-POS-ANOMALIE
		MOVE "COMP" TO WS-CODE-ANOMALIE
	ELSE
		MOVE "N" TO IND-USURE-A-REVOIR
		PERFORM CONTROLER-USURE
		IF IND-USURE-DEPASSEE IS = "O" THEN
			DISPLAY "Limite d'usage du carré atteinte, enregistrement " WS-COMPTEUR-ENR " non codé"
			MOVE "O" TO IND-ANOMALIE
			MOVE ZERO TO WS-POS-ANOMALIE
			MOVE "USUR" TO WS-CODE-ANOMALIE
		END-IF
	END-IF.
	IF WS-MESSAGE-LONG IS = SPACE THEN
		MOVE ZERO TO WS-LONGUEUR-TOTALE
	ELSE
		MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MESSAGE-LONG TRAILING)) TO WS-LONGUEUR-TOTALE
	END-IF.
	PERFORM VARYING WS-POS-PARTIE FROM 1 BY 1 UNTIL WS-POS-PARTIE > WS-LONGUEUR-TOTALE
		MOVE WS-MESSAGE-LONG(WS-POS-PARTIE:1) TO CHAR
		IF CHAR IS = "W" THEN
			MOVE "V" TO CHAR
		END-IF
		MOVE 0 TO BOOL
		IF CHAR IS NUMERIC THEN
			MOVE 1 TO BOOL
		END-IF
		PERFORM VARYING J FROM 1 BY 1 UNTIL J = FUNCTION LENGTH(CARRE) + 1
			IF CHAR IS = CARRE(J:1) THEN
				MOVE 1 TO BOOL
			END-IF
		END-PERFORM
		PERFORM VARYING J FROM 1 BY 1 UNTIL J = FUNCTION LENGTH(PONCTUATION) + 1
			IF CHAR IS = PONCTUATION(J:1) THEN
				MOVE 1 TO BOOL
			END-IF
		END-PERFORM
		IF BOOL IS = 0 THEN
			DISPLAY "Caractère non codable : '" CHAR "' en position " WS-POS-PARTIE
			IF IND-ANOMALIE IS NOT = "O" THEN
				MOVE "O" TO IND-ANOMALIE
				MOVE WS-POS-PARTIE TO WS-POS-ANOMALIE
				MOVE "CARI" TO WS-CODE-ANOMALIE
			END-IF
		END-IF
	END-PERFORM.

CODER-MESSAGE-LONG.
	IF WS-MESSAGE-LONG IS = SPACE THEN
		MOVE ZERO TO WS-LONGUEUR-TOTALE
	ELSE
		MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MESSAGE-LONG TRAILING)) TO WS-LONGUEUR-TOTALE
	END-IF.
	IF WS-LONGUEUR-TOTALE > 0 THEN
		COMPUTE WS-NB-PARTIES = (WS-LONGUEUR-TOTALE + 37) / 38
		ADD 1 TO WS-MSG-ID
		IF WS-MSG-ID IS NOT < WS-MSG-ID-PLAFOND THEN
			PERFORM RESERVER_SEQUENCE-MESSAGES
			ADD 1 TO WS-MSG-ID
		END-IF
		MOVE ZERO TO WS-CARACT-USURE
		PERFORM VARYING WS-NUM-PARTIE FROM 1 BY 1 UNTIL WS-NUM-PARTIE > WS-NB-PARTIES
			COMPUTE WS-POS-PARTIE = (WS-NUM-PARTIE - 1) * 38 + 1
			COMPUTE WS-LG-PARTIE = WS-LONGUEUR-TOTALE - WS-POS-PARTIE + 1
			IF WS-LG-PARTIE > 38 THEN
				MOVE 38 TO WS-LG-PARTIE
			END-IF
			MOVE SPACE TO ENTREE
			MOVE WS-MESSAGE-LONG(WS-POS-PARTIE:WS-LG-PARTIE) TO ENTREE
			MOVE WS-LG-PARTIE TO WS-LG-ENTREE
			PERFORM CODER-UN-MESSAGE
			MOVE WS-MSG-ID TO PART-MSG-ID
			MOVE WS-NUM-PARTIE TO PART-NUM
			MOVE WS-NB-PARTIES TO PART-NB
			MOVE SORTIE TO PART-TEXTE
			PERFORM ECRIRE-PARTIE-CODEE
			ADD 12 TO WS-CARACT-USURE
			IF PART-TEXTE IS NOT = SPACE THEN
				ADD FUNCTION LENGTH(FUNCTION TRIM(PART-TEXTE TRAILING)) TO WS-CARACT-USURE
			END-IF
		END-PERFORM
		PERFORM CUMULER-USURE-CARRE
		PERFORM ENREGISTRER_REGISTRE
	END-IF.

OUVRIR_REGISTRE.
	IF IND-REGISTRE-OUVERT IS NOT = "O" THEN
		OPEN I-O FICHIER-REGISTRE
		IF STATUT-REGISTRE IS = "35" THEN
			OPEN OUTPUT FICHIER-REGISTRE
			CLOSE FICHIER-REGISTRE
			OPEN I-O FICHIER-REGISTRE
		END-IF
		IF STATUT-REGISTRE IS = "00" THEN
			MOVE "O" TO IND-REGISTRE-OUVERT
		END-IF
	END-IF.

		MOVE SPACE TO REG-CARRE-ID
		MOVE ZERO TO REG-NB-PARTIES
		MOVE WS-DATE-HEURE(1:14) TO REG-HORODATAGE
		MOVE SPACE TO REG-MSG-ORIGINE
		MOVE SPACE TO REG-LIVRAISON
		MOVE ZERO TO REG-PARTIES-RECUES
		MOVE ZERO TO REG-DATE-ACCUSE
		MOVE ZERO TO REG-EMPREINTE
		WRITE ENR-REGISTRE
			INVALID KEY
				DISPLAY "Plage déjà réservée par un autre traitement, nouvel essai"
	MOVE WS-CARRE-ID TO WREG-CARRE-ID.
	MOVE WS-NB-PARTIES TO WREG-NB-PARTIES.
	MOVE WS-DATE-HEURE(1:14) TO WREG-HORODATAGE.
	MOVE WS-MSG-ORIGINE TO WREG-MSG-ORIGINE.
	MOVE SPACE TO WREG-LIVRAISON.
	MOVE ZERO TO WREG-PARTIES-RECUES.
	MOVE ZERO TO WREG-DATE-ACCUSE.
	PERFORM CALCULER-EMPREINTE-MESSAGE.
	MOVE WS-EMPREINTE-MSG TO WREG-EMPREINTE.
	IF IND-MODE-BATCH IS = "O" THEN
		PERFORM MEMORISER-EMPREINTE-RUN
		PERFORM ECRIRE-REGISTRE-RUN
	ELSE
		PERFORM OUVRIR_REGISTRE
		IF STATUT-REGRUN IS = "35" THEN
			OPEN OUTPUT FICHIER-REGISTRE-RUN
		END-IF
		IF STATUT-REGRUN IS NOT = "00" THEN
			DISPLAY "Registre de run indisponible"
		ELSE
			MOVE "O" TO IND-REGRUN-OUVERT
		END-IF
	END-IF.
	IF IND-REGRUN-OUVERT IS = "O" THEN
		WRITE ENR-REGISTRE-RUN FROM WS-ENR-REGISTRE
	END-IF.

CONSULTER_REGISTRE.
	DISPLAY "Numéro de message (AAAAMMJJ puis NNNNNN, 14 chiffres) ?".
	ACCEPT WS-NUM-RECHERCHE.
	IF WS-NUM-RECHERCHE IS NOT NUMERIC THEN
		DISPLAY "Numéro de message illisible"
	ELSE
		PERFORM OUVRIR_REGISTRE
		IF IND-REGISTRE-OUVERT IS NOT = "O" THEN
			DISPLAY "Registre des messages indisponible"
		ELSE
			MOVE WS-NUM-RECHERCHE(1:8) TO REG-MSG-DATE
			MOVE WS-NUM-RECHERCHE(9:6) TO REG-MSG-SEQ
			READ FICHIER-REGISTRE
				INVALID KEY
					DISPLAY "Message inconnu du registre : " WS-NUM-RECHERCHE
				NOT INVALID KEY
					DISPLAY "Message " REG-MSG-DATE "-" REG-MSG-SEQ " :"
					DISPLAY "  Codé le           : " REG-HORODATAGE
					DISPLAY "  Dataset d'entrée  : " REG-DATASET-IN
					DISPLAY "  Dataset de sortie : " REG-DATASET-OUT
					DISPLAY "  Carré             : " REG-CARRE-ID
					DISPLAY "  Nombre de parties : " REG-NB-PARTIES
					IF REG-MSG-ORIGINE IS NOT = SPACE THEN
						DISPLAY "  Recodage du msg   : " REG-MSG-ORIGINE(1:8) "-" REG-MSG-ORIGINE(9:6)
					END-IF
					IF REG-LIVRAISON IS = "L" THEN
						DISPLAY "  Livraison         : LIVRE, accusé du " REG-DATE-ACCUSE
							" (" REG-PARTIES-RECUES "/" REG-NB-PARTIES " parties)"
					ELSE
						IF REG-LIVRAISON IS = "P" THEN
							DISPLAY "  Livraison         : PARTIELLE, accusé du " REG-DATE-ACCUSE
								" (" REG-PARTIES-RECUES "/" REG-NB-PARTIES " parties)"
						ELSE
							DISPLAY "  Livraison         : NON ACQUITTE"
						END-IF
					END-IF
			END-READ
			PERFORM FERMER_REGISTRE
		END-IF
	END-IF.

DECLARER_COMPROMISSION.
	MOVE "K" TO WS-OPERATION-DEMANDEE.
	MOVE SPACE TO WS-CARRE-DEMANDE.
	PERFORM CONTROLER_ACCES.
	IF IND-ACCES-OK IS = "O" THEN
		MOVE WS-CARRE-ID TO WS-CARRE-PREC
		MOVE CARRE TO WS-CARRE-SAUVE
		MOVE CLE TO WS-CLE-SAUVEE
		MOVE CLE-DATE-EFFET TO WS-DATE-CLE-PREC
		MOVE CLE-HEURE-EFFET TO WS-HEURE-CLE-PREC
		MOVE SPACE TO WS-ENR-COMPROMIS
		DISPLAY "Compromission d'un carré (C) ou d'une clé (K) ?"
		ACCEPT WS-TYPE-COMPROMIS
		IF WS-TYPE-COMPROMIS IS = "C" OR WS-TYPE-COMPROMIS IS = "c" THEN
			PERFORM IDENTIFIER-CARRE-COMPROMIS
		ELSE
			IF WS-TYPE-COMPROMIS IS = "K" OR WS-TYPE-COMPROMIS IS = "k" THEN
				PERFORM IDENTIFIER-CLE-COMPROMISE
			ELSE
				DISPLAY "Type de compromission inconnu"
			END-IF
		END-IF
		IF WCMP-TYPE IS NOT = SPACE THEN
			PERFORM SAISIR-MOMENT-COMPROMIS
			DISPLAY "Confirmer la déclaration de compromission (O/N) ?"
			ACCEPT WS-CONFIRMATION
			IF WS-CONFIRMATION IS = "O" OR WS-CONFIRMATION IS = "o" THEN
				PERFORM ENREGISTRER-COMPROMIS
			ELSE
				DISPLAY "Déclaration abandonnée"
			END-IF
		END-IF
		MOVE WS-CARRE-SAUVE TO CARRE
		MOVE WS-CLE-SAUVEE TO CLE
		MOVE WS-DATE-CLE-PREC TO CLE-DATE-EFFET
		MOVE WS-HEURE-CLE-PREC TO CLE-HEURE-EFFET
		MOVE WS-CARRE-PREC TO WS-CARRE-ID
	END-IF.

IDENTIFIER-CARRE-COMPROMIS.
	DISPLAY "Identifiant du carré compromis ?".
	ACCEPT WS-CARRE-CHOISI.
	OPEN INPUT FICHIER-CARRES.
	IF STATUT-CARRES IS NOT = "00" THEN
		DISPLAY "Fichier des carrés indisponible, déclaration impossible"
	ELSE
		MOVE WS-CARRE-ID TO WS-CARRE-PREC
		MOVE WS-CARRE-CHOISI TO WS-CARRE-ID
		MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-REFERENCE
		MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-REFERENCE
		PERFORM LIRE-GENERATION-CARRE
		MOVE WS-CARRE-PREC TO WS-CARRE-ID
		IF IND-CARRE-TROUVE IS NOT = "O" THEN
			DISPLAY "Carré inconnu de CARRES.DAT : " WS-CARRE-CHOISI
		ELSE
			MOVE "C" TO WCMP-TYPE
			MOVE WS-CARRE-CHOISI TO WCMP-CARRE-ID
			MOVE WS-GEN-VALEUR TO WCMP-CARRE-VALEUR
			MOVE WS-GEN-DATE TO WCMP-EFFET-DATE
			MOVE WS-GEN-HEURE TO WCMP-EFFET-HEURE
		END-IF
		CLOSE FICHIER-CARRES
	END-IF.

IDENTIFIER-CLE-COMPROMISE.
	DISPLAY "Date d'effet de la clé compromise (AAAAMMJJ) ?".
	ACCEPT WS-DATE-EFFET-SAISIE.
	DISPLAY "Heure d'effet de la clé compromise (HHMMSS) ?".
	ACCEPT WS-HEURE-EFFET-SAISIE.
	IF WS-DATE-EFFET-SAISIE IS NOT NUMERIC OR WS-HEURE-EFFET-SAISIE IS NOT NUMERIC THEN
		DISPLAY "Date ou heure d'effet illisible"
	ELSE
		OPEN INPUT FICHIER-CLES
		IF STATUT-CLES IS NOT = "00" THEN
			DISPLAY "Fichier de clés indisponible, déclaration impossible"
		ELSE
			MOVE WS-DATE-EFFET-SAISIE TO CLE-DATE-EFFET
			MOVE WS-HEURE-EFFET-SAISIE TO CLE-HEURE-EFFET
			READ FICHIER-CLES
				INVALID KEY
					DISPLAY "Clé inconnue de CLES.DAT pour l'effet " WS-DATE-EFFET-SAISIE " " WS-HEURE-EFFET-SAISIE
				NOT INVALID KEY
					MOVE "K" TO WCMP-TYPE
					MOVE SPACE TO WCMP-CARRE-ID
					MOVE CLE-DATE-EFFET TO WCMP-EFFET-DATE
					MOVE CLE-HEURE-EFFET TO WCMP-EFFET-HEURE
					MOVE CLE-VALEUR TO CLE
					MOVE ZERO TO TMP
					PERFORM CONSTRUIRE_CARRE
					MOVE CARRE TO WCMP-CARRE-VALEUR
			END-READ
			CLOSE FICHIER-CLES
		END-IF
	END-IF.

SAISIR-MOMENT-COMPROMIS.
	MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.
	DISPLAY "Date de la compromission (AAAAMMJJ, vide = maintenant) ?".
	ACCEPT WS-DATE-COMPROMIS.
	IF WS-DATE-COMPROMIS IS = SPACE OR WS-DATE-COMPROMIS IS NOT NUMERIC THEN
		MOVE WS-DATE-HEURE(1:8) TO WS-DATE-COMPROMIS
		MOVE WS-DATE-HEURE(9:6) TO WS-HEURE-COMPROMIS
	ELSE
		DISPLAY "Heure de la compromission (HHMMSS, vide = 000000) ?"
		ACCEPT WS-HEURE-COMPROMIS
		IF WS-HEURE-COMPROMIS IS = SPACE OR WS-HEURE-COMPROMIS IS NOT NUMERIC THEN
			MOVE "000000" TO WS-HEURE-COMPROMIS
		END-IF
	END-IF.
	MOVE WS-DATE-COMPROMIS TO WCMP-DATE.
	MOVE WS-HEURE-COMPROMIS TO WCMP-HEURE.
	IF WCMP-DATE < WCMP-EFFET-DATE
			OR (WCMP-DATE IS = WCMP-EFFET-DATE AND WCMP-HEURE < WCMP-EFFET-HEURE) THEN
		DISPLAY "ATTENTION : compromission antérieure à l'effet du " WCMP-EFFET-DATE " " WCMP-EFFET-HEURE
	END-IF.
	DISPLAY "Compromission au " WCMP-DATE " " WCMP-HEURE ", effet du " WCMP-EFFET-DATE " " WCMP-EFFET-HEURE.

ENREGISTRER-COMPROMIS.
	MOVE WS-OPERATEUR TO WCMP-OPERATEUR.
	MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.
	MOVE WS-DATE-HEURE(1:14) TO WCMP-HORODATAGE.
	OPEN EXTEND FICHIER-COMPROMIS.
	IF STATUT-COMPROMIS IS = "35" THEN
		OPEN OUTPUT FICHIER-COMPROMIS
	END-IF.
	IF STATUT-COMPROMIS IS NOT = "00" THEN
		DISPLAY "Fichier des compromissions indisponible, déclaration non enregistrée"
	ELSE
		WRITE ENR-COMPROMIS FROM WS-ENR-COMPROMIS
		CLOSE FICHIER-COMPROMIS
		IF CP-NB < 200 THEN
			PERFORM AJOUTER-POSTE-COMPROMIS
		END-IF
		MOVE "COMPROM" TO WS-TYPE-OPERATION
		MOVE ZERO TO WS-LONGUEUR-MSG
		MOVE WCMP-EFFET-DATE TO CLE-DATE-EFFET
		MOVE WCMP-CARRE-ID TO WS-CARRE-ID
		IF WCMP-TYPE IS = "C" THEN
			MOVE "CARRE" TO WS-RESULTAT-VERIF
		ELSE
			MOVE "CLE" TO WS-RESULTAT-VERIF
		END-IF
		PERFORM JOURNALISER
		MOVE SPACE TO WS-RESULTAT-VERIF
		DISPLAY "Compromission enregistrée, codage refusé avec ce carré à compter du " WCMP-DATE " " WCMP-HEURE
	END-IF.

ECRIRE-PARTIE-CODEE.
	IF IND-FORMAT-GROUPES IS = "O" THEN
		PERFORM ECRIRE-PARTIE-GROUPEE
	ELSE
		IF IND-SORTIE-FICHIER IS = "O" THEN
			IF PART-TEXTE IS = SPACE THEN
				MOVE 12 TO WS-NB-CARACT-VENTIL
			ELSE
				COMPUTE WS-NB-CARACT-VENTIL = 12 + FUNCTION LENGTH(FUNCTION TRIM(PART-TEXTE TRAILING))
			END-IF
			IF IND-VENTILATION IS = "O" THEN
				MOVE WS-ENR-PARTIE TO WS-LIGNE-VENTIL
				PERFORM ECRIRE-VENTILE
			ELSE
				WRITE ENR-RESULTAT FROM WS-ENR-PARTIE
			END-IF
			ADD 1 TO WS-COMPTEUR-ECRITS
			ADD WS-NB-CARACT-VENTIL TO WS-COMPTEUR-CARACT
		ELSE
			DISPLAY "Message " PART-MSG-ID " partie " PART-NUM "/" PART-NB " : " PART-TEXTE
		END-IF
	END-IF.

ECRIRE-PARTIE-GROUPEE.
	PERFORM FORMATER-PARTIE-GROUPEE.
	IF IND-SORTIE-FICHIER IS = "O" THEN
		MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ENTETE-GROUPE TRAILING)) TO WS-NB-CARACT-VENTIL
		IF IND-VENTILATION IS = "O" THEN
			MOVE WS-ENTETE-GROUPE TO WS-LIGNE-VENTIL
			PERFORM ECRIRE-VENTILE
		ELSE
			WRITE ENR-RESULTAT FROM WS-ENTETE-GROUPE
		END-IF
		ADD 1 TO WS-COMPTEUR-ECRITS
		ADD WS-NB-CARACT-VENTIL TO WS-COMPTEUR-CARACT
		MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LIGNE-GROUPES TRAILING)) TO WS-NB-CARACT-VENTIL
		IF IND-VENTILATION IS = "O" THEN
			MOVE WS-LIGNE-GROUPES TO WS-LIGNE-VENTIL
			PERFORM ECRIRE-VENTILE
		ELSE
			WRITE ENR-RESULTAT FROM WS-LIGNE-GROUPES
		END-IF
		ADD 1 TO WS-COMPTEUR-ECRITS
		ADD WS-NB-CARACT-VENTIL TO WS-COMPTEUR-CARACT
	ELSE
		DISPLAY WS-ENTETE-GROUPE
		DISPLAY WS-LIGNE-GROUPES
	END-IF.

FORMATER-PARTIE-GROUPEE.
	MOVE SPACE TO WS-CHIFFRES-GROUPES.
	MOVE ZERO TO WS-LG-CHIFFRES.
	IF PART-TEXTE IS NOT = SPACE THEN
		MOVE FUNCTION LENGTH(FUNCTION TRIM(PART-TEXTE TRAILING)) TO WS-LG-CHIFFRES
		MOVE PART-TEXTE(1:WS-LG-CHIFFRES) TO WS-CHIFFRES-GROUPES
	END-IF.
	PERFORM UNTIL WS-LG-CHIFFRES > ZERO AND FUNCTION MOD(WS-LG-CHIFFRES 5) IS = ZERO
		ADD 1 TO WS-LG-CHIFFRES
		MOVE "9" TO WS-CHIFFRES-GROUPES(WS-LG-CHIFFRES:1)
	END-PERFORM.
	MOVE WS-LG-CHIFFRES TO WS-LG-DONNEES.
	PERFORM CALCULER-GROUPE-CONTROLE.
	MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.
	MOVE "*GRP*" TO GRPE-MARQUE.
	MOVE " MSG=" TO GRPE-LIB-MSG.
	MOVE PART-MSG-ID TO GRPE-MSG-ID.
	MOVE " PARTIE=" TO GRPE-LIB-PARTIE.
	MOVE PART-NUM TO GRPE-NUM.
	MOVE "/" TO GRPE-SEP.
	MOVE PART-NB TO GRPE-NB.
	MOVE " GROUPES=" TO GRPE-LIB-GROUPES.
	COMPUTE GRPE-NB-GROUPES = WS-LG-DONNEES / 5.
	MOVE " DATE=" TO GRPE-LIB-DATE.
	MOVE WS-DATE-HEURE(1:8) TO GRPE-DATE.
	MOVE SPACE TO WS-LIGNE-GROUPES.
	MOVE 1 TO WS-PTR-GROUPES.
	PERFORM VARYING WS-IDX-GROUPE FROM 1 BY 5 UNTIL WS-IDX-GROUPE > WS-LG-DONNEES
		STRING WS-CHIFFRES-GROUPES(WS-IDX-GROUPE:5) " "
			DELIMITED BY SIZE INTO WS-LIGNE-GROUPES
			WITH POINTER WS-PTR-GROUPES
		END-STRING
	END-PERFORM.
	STRING WS-CONTROLE-GROUPE
		DELIMITED BY SIZE INTO WS-LIGNE-GROUPES
		WITH POINTER WS-PTR-GROUPES
	END-STRING.

CALCULER-GROUPE-CONTROLE.
	COMPUTE WS-CONTROLE-GROUPE = FUNCTION MOD(PART-MSG-ID * 1000 + PART-NUM 99991).
	PERFORM VARYING WS-IDX-GROUPE FROM 1 BY 1 UNTIL WS-IDX-GROUPE > WS-LG-DONNEES
		MOVE WS-CHIFFRES-GROUPES(WS-IDX-GROUPE:1) TO WS-CHIFFRE-GROUPE
		COMPUTE WS-CONTROLE-GROUPE = FUNCTION MOD(WS-CONTROLE-GROUPE * 31
			+ (WS-CHIFFRE-GROUPE + 1) * WS-IDX-GROUPE 99991)
	END-PERFORM.

RECONSTITUER-PARTIE-GROUPEE.
	MOVE "N" TO IND-ANOMALIE.
	MOVE ZERO TO WS-POS-ANOMALIE.
	MOVE SPACE TO WS-CODE-ANOMALIE.
	MOVE SPACE TO WS-LIBELLE-GROUPE.
	MOVE SPACE TO WS-ENR-PARTIE.
	IF GRPE-MARQUE IS NOT = "*GRP*" OR GRPE-MSG-ID IS NOT NUMERIC
			OR GRPE-NUM IS NOT NUMERIC OR GRPE-NB IS NOT NUMERIC
			OR GRPE-NB-GROUPES IS NOT NUMERIC THEN
		MOVE "O" TO IND-ANOMALIE
		MOVE 1 TO WS-POS-ANOMALIE
		MOVE "ENTT" TO WS-CODE-ANOMALIE
		MOVE "en-tête de groupes illisible" TO WS-LIBELLE-GROUPE
	ELSE
		MOVE GRPE-MSG-ID TO PART-MSG-ID
		MOVE GRPE-NUM TO PART-NUM
		MOVE GRPE-NB TO PART-NB
		PERFORM RELEVER-GROUPES
		IF IND-ANOMALIE IS NOT = "O" THEN
			IF WS-NB-GROUPES-LUS < 2 OR WS-NB-GROUPES-LUS > 17
					OR WS-NB-GROUPES-LUS - 1 IS NOT = GRPE-NB-GROUPES THEN
				MOVE "O" TO IND-ANOMALIE
				MOVE ZERO TO WS-POS-ANOMALIE
				MOVE "GRPN" TO WS-CODE-ANOMALIE
				MOVE SPACE TO WS-LIBELLE-GROUPE
				MOVE 1 TO WS-PTR-GROUPES
				STRING "nombre de groupes annoncé " GRPE-NB-GROUPES
					", groupes lus " WS-NB-GROUPES-LUS " dont le contrôle"
					DELIMITED BY SIZE INTO WS-LIBELLE-GROUPE
					WITH POINTER WS-PTR-GROUPES
				END-STRING
			ELSE
				COMPUTE WS-LG-DONNEES = (WS-NB-GROUPES-LUS - 1) * 5
				PERFORM CALCULER-GROUPE-CONTROLE
				IF WS-CHIFFRES-GROUPES(WS-LG-DONNEES + 1:5) IS NOT = WS-CONTROLE-GROUPE THEN
					MOVE "O" TO IND-ANOMALIE
					COMPUTE WS-POS-ANOMALIE = (WS-NB-GROUPES-LUS - 1) * 6 + 1
					MOVE "GRPC" TO WS-CODE-ANOMALIE
					MOVE "groupe de contrôle faux" TO WS-LIBELLE-GROUPE
				ELSE
					PERFORM RETIRER-NULLES-GROUPES
					IF WS-LG-CHIFFRES > 76 THEN
						MOVE "O" TO IND-ANOMALIE
						MOVE ZERO TO WS-POS-ANOMALIE
						MOVE "GRPN" TO WS-CODE-ANOMALIE
						MOVE "trop de groupes pour une partie" TO WS-LIBELLE-GROUPE
					ELSE
						IF WS-LG-CHIFFRES > ZERO THEN
							MOVE WS-CHIFFRES-GROUPES(1:WS-LG-CHIFFRES) TO PART-TEXTE
						END-IF
					END-IF
				END-IF
			END-IF
		END-IF
	END-IF.

RELEVER-GROUPES.
	MOVE SPACE TO WS-CHIFFRES-GROUPES.
	MOVE ZERO TO WS-LG-CHIFFRES.
	MOVE ZERO TO WS-NB-GROUPES-LUS.
	MOVE ZERO TO WS-LG-GROUPE.
	MOVE "N" TO IND-DANS-GROUPE.
	PERFORM VARYING WS-IDX-GROUPE FROM 1 BY 1 UNTIL WS-IDX-GROUPE > 120 OR IND-ANOMALIE IS = "O"
		IF WS-LIGNE-GROUPES(WS-IDX-GROUPE:1) IS = SPACE THEN
			IF IND-DANS-GROUPE IS = "O" THEN
				MOVE "N" TO IND-DANS-GROUPE
				PERFORM CONTROLER-LONGUEUR-GROUPE
			END-IF
		ELSE
			IF IND-DANS-GROUPE IS NOT = "O" THEN
				MOVE "O" TO IND-DANS-GROUPE
				ADD 1 TO WS-NB-GROUPES-LUS
				MOVE ZERO TO WS-LG-GROUPE
			END-IF
			ADD 1 TO WS-LG-GROUPE
			IF WS-LIGNE-GROUPES(WS-IDX-GROUPE:1) IS NOT NUMERIC THEN
				MOVE "O" TO IND-ANOMALIE
				MOVE WS-IDX-GROUPE TO WS-POS-ANOMALIE
				MOVE "COOR" TO WS-CODE-ANOMALIE
				MOVE "caractère non numérique dans les groupes" TO WS-LIBELLE-GROUPE
			ELSE
				IF WS-LG-CHIFFRES < 100 THEN
					ADD 1 TO WS-LG-CHIFFRES
					MOVE WS-LIGNE-GROUPES(WS-IDX-GROUPE:1) TO WS-CHIFFRES-GROUPES(WS-LG-CHIFFRES:1)
				END-IF
			END-IF
		END-IF
	END-PERFORM.
	IF IND-DANS-GROUPE IS = "O" AND IND-ANOMALIE IS NOT = "O" THEN
		PERFORM CONTROLER-LONGUEUR-GROUPE
	END-IF.

CONTROLER-LONGUEUR-GROUPE.
	IF WS-LG-GROUPE IS NOT = 5 THEN
		MOVE "O" TO IND-ANOMALIE
		COMPUTE WS-POS-ANOMALIE = WS-IDX-GROUPE - WS-LG-GROUPE
		MOVE "GRPN" TO WS-CODE-ANOMALIE
		MOVE SPACE TO WS-LIBELLE-GROUPE
		MOVE 1 TO WS-PTR-GROUPES
		STRING "groupe " WS-NB-GROUPES-LUS " de " WS-LG-GROUPE " chiffres au lieu de 5"
			DELIMITED BY SIZE INTO WS-LIBELLE-GROUPE
			WITH POINTER WS-PTR-GROUPES
		END-STRING
	END-IF.

RETIRER-NULLES-GROUPES.
	MOVE WS-LG-DONNEES TO WS-LG-CHIFFRES.
	MOVE ZERO TO WS-DEBUT-NULLES.
	PERFORM VARYING WS-IDX-GROUPE FROM 1 BY 2
			UNTIL WS-IDX-GROUPE > WS-LG-DONNEES OR WS-DEBUT-NULLES > ZERO
		IF WS-CHIFFRES-GROUPES(WS-IDX-GROUPE:1) IS = "9" THEN
			MOVE WS-IDX-GROUPE TO WS-DEBUT-NULLES
		END-IF
	END-PERFORM.
	IF WS-DEBUT-NULLES > ZERO AND WS-DEBUT-NULLES + 5 > WS-LG-DONNEES THEN
		MOVE "O" TO IND-NULLES-OK
		PERFORM VARYING WS-IDX-GROUPE FROM WS-DEBUT-NULLES BY 1 UNTIL WS-IDX-GROUPE > WS-LG-DONNEES
			IF WS-CHIFFRES-GROUPES(WS-IDX-GROUPE:1) IS NOT = "9" THEN
				MOVE "N" TO IND-NULLES-OK
			END-IF
		END-PERFORM
		IF IND-NULLES-OK IS = "O" THEN
			COMPUTE WS-LG-CHIFFRES = WS-DEBUT-NULLES - 1
		END-IF
	END-IF.

TRAITER-ENREG-CODE.
	IF WS-ENR-LU(1:5) IS = "*GRP*" THEN
		IF IND-ENTETE-GROUPE IS = "O" THEN
			PERFORM SIGNALER-GROUPES-ABSENTS
		END-IF
		MOVE WS-ENR-LU TO WS-ENTETE-GROUPE
		MOVE "O" TO IND-ENTETE-GROUPE
	ELSE
		IF IND-ENTETE-GROUPE IS = "O" THEN
			MOVE "N" TO IND-ENTETE-GROUPE
			MOVE WS-ENR-LU TO WS-LIGNE-GROUPES
			PERFORM RECONSTITUER-PARTIE-GROUPEE
			IF IND-ANOMALIE IS = "O" THEN
				PERFORM SUSPENDRE-PARTIE-GROUPEE
			ELSE
				PERFORM TRAITER-PARTIE-DECODEE
			END-IF
		ELSE
			MOVE WS-ENR-LU TO WS-ENR-PARTIE
			PERFORM TRAITER-PARTIE-DECODEE
		END-IF
	END-IF.

SIGNALER-GROUPES-ABSENTS.
	MOVE "N" TO IND-ENTETE-GROUPE.
	MOVE "O" TO IND-ANOMALIE.
	MOVE ZERO TO WS-POS-ANOMALIE.
	MOVE "GRPN" TO WS-CODE-ANOMALIE.
	MOVE "ligne de groupes absente après l'en-tête" TO WS-LIBELLE-GROUPE.
	MOVE SPACE TO WS-LIGNE-GROUPES.
	PERFORM SUSPENDRE-PARTIE-GROUPEE.

SUSPENDRE-PARTIE-GROUPEE.
	DISPLAY "Partie groupée rejetée (" WS-CODE-ANOMALIE ") : " FUNCTION TRIM(WS-LIBELLE-GROUPE TRAILING).
	IF IND-MSG-EN-COURS IS = "O" AND GRPE-MSG-ID IS NUMERIC
			AND GRPE-MSG-ID IS = WS-MSG-ID-COURANT THEN
		DISPLAY "Message " WS-MSG-ID-COURANT " abandonné : partie " GRPE-NUM " invalide, message non restitué"
		MOVE "N" TO IND-MSG-EN-COURS
	END-IF.
	IF IND-SORTIE-FICHIER IS = "O" THEN
		MOVE SPACE TO SUSP-ENREG
		MOVE 1 TO WS-PTR-GROUPES
		STRING WS-ENTETE-GROUPE " " WS-LIGNE-GROUPES
			DELIMITED BY SIZE INTO SUSP-ENREG
			WITH POINTER WS-PTR-GROUPES
		END-STRING
		PERFORM ECRIRE-SUSPENS
	END-IF.

CODER-UN-MESSAGE.
				MOVE WS-CARRE-PREC TO WS-CARRE-ID
			END-IF
		END-IF
		MOVE CARRE TO WS-CARRE-AVANT-DECODE
		MOVE WS-CARRE-ID TO WS-CARRE-ID-AVANT
		MOVE CLE-DATE-EFFET TO WS-DATE-AVANT-DECODE
		MOVE CLE-HEURE-EFFET TO WS-HEURE-AVANT-DECODE
		DISPLAY "Traitement en mode fichier (O/N) ?"
		ACCEPT IND-MODE-LOT
		IF IND-MODE-LOT IS = "O" OR IND-MODE-LOT IS = "o" THEN
		ELSE
			PERFORM DECODER_CHAINE-INTERACTIF
		END-IF
		MOVE WS-CARRE-AVANT-DECODE TO CARRE
		MOVE WS-CARRE-ID-AVANT TO WS-CARRE-ID
		MOVE WS-DATE-AVANT-DECODE TO CLE-DATE-EFFET
		MOVE WS-HEURE-AVANT-DECODE TO CLE-HEURE-EFFET
	END-IF.

DECODER_CHAINE-INTERACTIF.
	DISPLAY "Numéro du message au registre (14 chiffres, vide = carré courant) ?".
	ACCEPT WS-NUM-RECHERCHE.
	IF WS-NUM-RECHERCHE IS NOT = SPACE THEN
		PERFORM CHOISIR-GENERATION-REGISTRE
	END-IF.
	IF IND-ACCES-OK IS = "O" THEN
		DISPLAY "Chaîne au format groupes de cinq chiffres (O/N) ?"
		ACCEPT WS-SAISIE-FORMAT
		IF WS-SAISIE-FORMAT IS = "O" OR WS-SAISIE-FORMAT IS = "o" THEN
			DISPLAY "Entrez la ligne d'en-tête *GRP*"
			ACCEPT WS-ENTETE-GROUPE
			DISPLAY "Entrez la ligne de groupes"
			ACCEPT WS-LIGNE-GROUPES
			PERFORM RECONSTITUER-PARTIE-GROUPEE
			IF IND-ANOMALIE IS = "O" THEN
				DISPLAY "Décodage refusé (" WS-CODE-ANOMALIE ") : " FUNCTION TRIM(WS-LIBELLE-GROUPE TRAILING)
			ELSE
				MOVE PART-TEXTE TO CHAINE-CODEE
				PERFORM DECODER-UN-MESSAGE
				DISPLAY SORTIE
			END-IF
		ELSE
			DISPLAY "Entrez la chaîne à décoder"
			ACCEPT CHAINE-CODEE
			PERFORM DECODER-UN-MESSAGE
			DISPLAY SORTIE
		END-IF
	END-IF.

CHOISIR-GENERATION-REGISTRE.
	MOVE "N" TO IND-MESSAGE-TROUVE.
	IF WS-NUM-RECHERCHE IS NOT NUMERIC THEN
		DISPLAY "Numéro de message illisible, carré courant conservé"
	ELSE
		PERFORM OUVRIR_REGISTRE
		IF IND-REGISTRE-OUVERT IS NOT = "O" THEN
			DISPLAY "Registre des messages indisponible, carré courant conservé"
		ELSE
			MOVE WS-NUM-RECHERCHE(1:8) TO REG-MSG-DATE
			MOVE WS-NUM-RECHERCHE(9:6) TO REG-MSG-SEQ
			READ FICHIER-REGISTRE
				INVALID KEY
					DISPLAY "Message inconnu du registre : " WS-NUM-RECHERCHE ", carré courant conservé"
				NOT INVALID KEY
					MOVE "O" TO IND-MESSAGE-TROUVE
					MOVE REG-CARRE-ID TO WS-CARRE-DEMANDE
					MOVE REG-HORODATAGE(1:8) TO WS-DATE-REFERENCE
					MOVE REG-HORODATAGE(9:6) TO WS-HEURE-REFERENCE
			END-READ
			PERFORM FERMER_REGISTRE
		END-IF
	END-IF.
	IF IND-MESSAGE-TROUVE IS = "O" THEN
		MOVE "D" TO WS-OPERATION-DEMANDEE
		PERFORM CONTROLER_ACCES
		IF IND-ACCES-OK IS = "O" THEN
			MOVE WS-CARRE-DEMANDE TO WS-CARRE-ID
			PERFORM SELECTIONNER-GENERATION-CARRE
			IF IND-CARRE-TROUVE IS = "O" THEN
				DISPLAY "Génération du carré '" WS-CARRE-ID "' du " CLE-DATE-EFFET " " CLE-HEURE-EFFET " retenue pour le décodage"
			ELSE
				MOVE WS-CARRE-ID-AVANT TO WS-CARRE-ID
			END-IF
		END-IF
	END-IF.

DECODER_CHAINE-LOT.
	MOVE "N" TO IND-FIN-MESSAGES.
	MOVE "N" TO IND-MSG-EN-COURS.
	MOVE "N" TO IND-ENTETE-GROUPE.
	MOVE "O" TO IND-SORTIE-FICHIER.
	MOVE ZERO TO WS-COMPTEUR-ENR.
	MOVE ZERO TO WS-COMPTEUR-SUSPENS.
			CLOSE FICHIER-MESSAGES
		ELSE
			PERFORM UNTIL IND-FIN-MESSAGES IS = "O"
				READ FICHIER-MESSAGES INTO WS-ENR-LU
					AT END
						MOVE "O" TO IND-FIN-MESSAGES
					NOT AT END
						ADD 1 TO WS-COMPTEUR-ENR
						IF WS-ENR-LU(1:5) IS NOT = "*FIN*" THEN
							PERFORM TRAITER-ENREG-CODE
						END-IF
				END-READ
			END-PERFORM
			IF IND-ENTETE-GROUPE IS = "O" THEN
				PERFORM SIGNALER-GROUPES-ABSENTS
			END-IF
			IF IND-MSG-EN-COURS IS = "O" THEN
				PERFORM SIGNALER-MESSAGE-INCOMPLET
			END-IF
	PERFORM LIRE_CHECKPOINT.
	MOVE "N" TO IND-FIN-MESSAGES.
	MOVE "N" TO IND-MSG-EN-COURS.
	MOVE "N" TO IND-ENTETE-GROUPE.
	MOVE "O" TO IND-SORTIE-FICHIER.
	MOVE WS-COMPTEUR-LUS TO WS-COMPTEUR-ENR.
	MOVE ZERO TO WS-COMPTEUR-SUSPENS.
			CLOSE FICHIER-MESSAGES
		ELSE
			PERFORM UNTIL IND-FIN-MESSAGES IS = "O"
				READ FICHIER-MESSAGES INTO WS-ENR-LU
					AT END
						MOVE "O" TO IND-FIN-MESSAGES
					NOT AT END
						ADD 1 TO WS-COMPTEUR-ENR
						IF WS-ENR-LU(1:5) IS NOT = "*FIN*" THEN
							PERFORM TRAITER-ENREG-CODE
						END-IF
						ADD 1 TO WS-COMPTEUR-LUS
						IF IND-MSG-EN-COURS IS = "N" AND IND-ENTETE-GROUPE IS = "N" THEN
							PERFORM PRENDRE_CHECKPOINT-PERIODIQUE
						END-IF
				END-READ
			END-PERFORM
			IF IND-ENTETE-GROUPE IS = "O" THEN
				PERFORM SIGNALER-GROUPES-ABSENTS
			END-IF
			IF IND-MSG-EN-COURS IS = "O" THEN
				PERFORM SIGNALER-MESSAGE-INCOMPLET
			END-IF
	END-IF.
	MOVE "N" TO IND-SORTIE-FICHIER.

TRANSCODER_FICHIER-LOT.
	MOVE "N" TO IND-FIN-MESSAGES.
	MOVE "N" TO IND-MSG-EN-COURS.
	MOVE "N" TO IND-ENTETE-GROUPE.
	MOVE "O" TO IND-SORTIE-FICHIER.
	MOVE ZERO TO WS-COMPTEUR-ENR.
	MOVE ZERO TO WS-COMPTEUR-ECRITS.
	MOVE ZERO TO WS-COMPTEUR-CARACT.
	MOVE ZERO TO WS-COMPTEUR-SUSPENS.
	MOVE "D" TO WS-SENS-COURANT.
	MOVE "O" TO IND-TRANSCODAGE.
	PERFORM VALIDER-TRAILER-DECODE.
	IF IND-TRAILER-OK IS NOT = "O" THEN
		DISPLAY "Transcodage refusé, fichier non traité"
		MOVE "ERREUR" TO WS-STATUT-JOB
	ELSE
		PERFORM PREPARER-CARRES-TRANSCODAGE
	END-IF.
	IF WS-STATUT-JOB IS = "OK" THEN
		MOVE "N" TO IND-FIN-MESSAGES
		OPEN INPUT FICHIER-MESSAGES
		IF STATUT-MESSAGES IS NOT = "00" THEN
			DISPLAY "Fichier de messages indisponible"
			MOVE "ERREUR" TO WS-STATUT-JOB
		ELSE
			OPEN OUTPUT FICHIER-RESULTATS
			IF STATUT-RESULTATS IS NOT = "00" THEN
				DISPLAY "Fichier de résultats indisponible"
				MOVE "ERREUR" TO WS-STATUT-JOB
				CLOSE FICHIER-MESSAGES
			ELSE
				PERFORM BASCULER-CARRE-ORIGINE
				PERFORM UNTIL IND-FIN-MESSAGES IS = "O"
					READ FICHIER-MESSAGES INTO WS-ENR-LU
						AT END
							MOVE "O" TO IND-FIN-MESSAGES
						NOT AT END
							ADD 1 TO WS-COMPTEUR-ENR
							IF WS-ENR-LU(1:5) IS NOT = "*FIN*" THEN
								PERFORM TRAITER-ENREG-CODE
							END-IF
					END-READ
				END-PERFORM
				IF IND-ENTETE-GROUPE IS = "O" THEN
					PERFORM SIGNALER-GROUPES-ABSENTS
				END-IF
				IF IND-MSG-EN-COURS IS = "O" THEN
					PERFORM SIGNALER-MESSAGE-INCOMPLET
				END-IF
				PERFORM BASCULER-CARRE-CIBLE
				PERFORM ECRIRE-TRAILER
				PERFORM FERMER_REGISTRE
				CLOSE FICHIER-MESSAGES
				CLOSE FICHIER-RESULTATS
				PERFORM AFFICHER-BILAN-SUSPENS
			END-IF
		END-IF
	END-IF.
	MOVE SPACE TO WS-MESSAGE-RECOMPOSE.
	MOVE SPACE TO WS-MESSAGE-LONG.
	MOVE "N" TO IND-TRANSCODAGE.
	MOVE "N" TO IND-SORTIE-FICHIER.

PREPARER-CARRES-TRANSCODAGE.
	MOVE CLE-DATE-EFFET TO WS-EFFET-CIBLE-DATE.
	MOVE CLE-HEURE-EFFET TO WS-EFFET-CIBLE-HEURE.
	MOVE PARAM-CARRE-ID TO WS-CARRE-ID-CIBLE.
	IF TRL-CARRE-ID IS = SPACE THEN
		DISPLAY "Transcodage refusé : carré d'origine absent de l'enregistrement de totaux"
		MOVE "ERREUR" TO WS-STATUT-JOB
	ELSE
		MOVE TRL-CARRE-ID TO WS-CARRE-ID
		IF TRL-CLE-DATE IS NUMERIC AND TRL-CLE-DATE > ZERO THEN
			PERFORM CHOISIR-GENERATION-TRAILER
		ELSE
			PERFORM SELECTIONNER_CARRE
		END-IF
		IF IND-CARRE-TROUVE IS NOT = "O" THEN
			DISPLAY "Transcodage refusé : carré d'origine '" TRL-CARRE-ID "' non enregistré à la date du fichier"
			MOVE "ERREUR" TO WS-STATUT-JOB
		ELSE
			MOVE TRL-CARRE-ID TO WS-CARRE-ID-ORIGINE
			MOVE CARRE TO WS-CARRE-ORIGINE
			MOVE CLE-DATE-EFFET TO WS-EFFET-ORIGINE-DATE
			MOVE CLE-HEURE-EFFET TO WS-EFFET-ORIGINE-HEURE
			MOVE WS-EFFET-CIBLE-DATE TO CLE-DATE-EFFET
			MOVE WS-EFFET-CIBLE-HEURE TO CLE-HEURE-EFFET
			MOVE WS-CARRE-ID-CIBLE TO WS-CARRE-ID
			MOVE ZERO TO TMP
			PERFORM CONSTRUIRE_CARRE
			MOVE CARRE TO WS-CARRE-CIBLE
			IF WS-CARRE-CIBLE IS = WS-CARRE-ORIGINE THEN
				DISPLAY "Transcodage sans objet : carré de destination identique au carré d'origine, job ignoré"
				MOVE "IGNORE" TO WS-STATUT-JOB
			ELSE
				MOVE "N" TO IND-CARRE-COMPROMIS
				PERFORM CONTROLER-COMPROMISSION
				IF IND-CARRE-COMPROMIS IS = "O" THEN
					DISPLAY "Carré de destination compromis, job de transcodage refusé"
					MOVE "REFUSE" TO WS-STATUT-JOB
					MOVE "REFUS" TO WS-TYPE-OPERATION
					MOVE ZERO TO WS-LONGUEUR-MSG
					MOVE "COMPROMIS" TO WS-RESULTAT-VERIF
					PERFORM JOURNALISER
					MOVE SPACE TO WS-RESULTAT-VERIF
				ELSE
					PERFORM ENREGISTRER_CARRE
					MOVE "O" TO IND-CARRE-CHARGE
					DISPLAY "Transcodage du carré '" WS-CARRE-ID-ORIGINE "' vers le carré '" WS-CARRE-ID-CIBLE "'"
				END-IF
			END-IF
		END-IF
	END-IF.

TRAITER_ENVELOPPES-LOT.
	MOVE "N" TO IND-FIN-MESSAGES.
	MOVE "N" TO IND-MSG-EN-COURS.
		END-STRING
		MOVE ZERO TO VT-NB-ENREG(VT-IDX)
		MOVE ZERO TO VT-NB-CARACT(VT-IDX)
		MOVE CLE-DATE-EFFET TO VT-CLE-DATE(VT-IDX)
		MOVE CLE-HEURE-EFFET TO VT-CLE-HEURE(VT-IDX)
		IF WS-VENTIL-COURANT IS NOT = SPACE THEN
			CLOSE FICHIER-VENTILATION
		END-IF
			MOVE "*FIN*" TO TRL-MARQUE
			MOVE VT-NB-ENREG(I) TO TRL-NB-ENREG
			MOVE VT-NB-CARACT(I) TO TRL-NB-CARACT
			MOVE VT-CLE-DATE(I) TO TRL-CLE-DATE
			MOVE VT-CARRE-ID(I) TO TRL-CARRE-ID
			MOVE VT-CLE-HEURE(I) TO TRL-CLE-HEURE
			WRITE ENR-VENTILATION FROM WS-ENR-TRAILER
			CLOSE FICHIER-VENTILATION
		END-IF
			MOVE SUSP-ENREG TO WS-ENR-ENVELOPPE
			PERFORM TRAITER-UNE-ENVELOPPE
		ELSE
			IF SUSP-SENS IS = "C" THEN
				MOVE SUSP-ENREG TO WS-MESSAGE-LONG
				PERFORM TRAITER-MESSAGE-A-CODER
			ELSE
				IF SUSP-ENREG(1:5) IS = "*GRP*" THEN
					MOVE SUSP-ENREG(1:57) TO WS-ENTETE-GROUPE
					MOVE SUSP-ENREG(59:120) TO WS-LIGNE-GROUPES
					PERFORM RECONSTITUER-PARTIE-GROUPEE
					IF IND-ANOMALIE IS NOT = "O" THEN
						MOVE PART-TEXTE TO CHAINE-CODEE
						PERFORM DECODER-UN-MESSAGE
					END-IF
				ELSE
					MOVE SUSP-ENREG(13:76) TO CHAINE-CODEE
					PERFORM DECODER-UN-MESSAGE
				END-IF
				IF IND-ANOMALIE IS = "O" THEN
					PERFORM ECRIRE-SUSPENS
				ELSE
					WRITE ENR-RESULTAT FROM SORTIE
					ADD 1 TO WS-COMPTEUR-ECRITS
					IF SORTIE IS NOT = SPACE THEN
						ADD FUNCTION LENGTH(FUNCTION TRIM(SORTIE TRAILING)) TO WS-COMPTEUR-CARACT
					END-IF
				END-IF
			END-IF
		END-IF
	END-IF.

TRAITER-PARTIE-DECODEE.
			ADD PTR-SORTIE TO WS-PTR-LONG
		END-IF
		IF PART-NUM IS = WS-NB-ATTENDU THEN
			IF IND-TRANSCODAGE IS = "O" THEN
				PERFORM RECODER-MESSAGE-TRANSCODE
			ELSE
				IF WS-MESSAGE-RECOMPOSE IS = SPACE THEN
					MOVE ZERO TO WS-NB-CARACT-VENTIL
				ELSE
					MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MESSAGE-RECOMPOSE TRAILING)) TO WS-NB-CARACT-VENTIL
				END-IF
				IF IND-VENTILATION IS = "O" THEN
					MOVE WS-MESSAGE-RECOMPOSE TO WS-LIGNE-VENTIL
					PERFORM ECRIRE-VENTILE
				ELSE
					WRITE ENR-RESULTAT FROM WS-MESSAGE-RECOMPOSE
				END-IF
				ADD 1 TO WS-COMPTEUR-ECRITS
				ADD WS-NB-CARACT-VENTIL TO WS-COMPTEUR-CARACT
			END-IF
			MOVE "N" TO IND-MSG-EN-COURS
		ELSE
			ADD 1 TO WS-PARTIE-ATTENDUE
	END-IF.
	MOVE "N" TO IND-MSG-EN-COURS.

RECODER-MESSAGE-TRANSCODE.
	PERFORM RECHERCHER-MESSAGE-ORIGINE.
	PERFORM BASCULER-CARRE-CIBLE.
	MOVE WS-MESSAGE-RECOMPOSE TO WS-MESSAGE-LONG.
	PERFORM VALIDER-MESSAGE-A-CODER.
	IF IND-ANOMALIE IS = "O" THEN
		DISPLAY "Message " WS-MSG-ID-COURANT " non recodé : anomalie " WS-CODE-ANOMALIE
		MOVE SPACE TO SUSP-ENREG
		MOVE 1 TO WS-PTR-SYNTHESE
		STRING "MESSAGE " WS-MSG-ID-COURANT
			" (REGISTRE " WS-MSG-ORIGINE
			") NON RECODE SOUS LE CARRE " WS-CARRE-ID
			" : ANOMALIE " WS-CODE-ANOMALIE
			DELIMITED BY SIZE INTO SUSP-ENREG
			WITH POINTER WS-PTR-SYNTHESE
		END-STRING
		PERFORM ECRIRE-SUSPENS
		MOVE "N" TO IND-ANOMALIE
	ELSE
		PERFORM CODER-MESSAGE-LONG
		DISPLAY "Message " WS-MSG-ORIGINE(1:8) "-" WS-MSG-ORIGINE(9:6) " recodé sous le numéro " WS-MSG-ID
	END-IF.
	MOVE SPACE TO WS-MESSAGE-LONG.
	MOVE SPACE TO WS-MESSAGE-RECOMPOSE.
	MOVE SPACE TO WS-MSG-ORIGINE.
	PERFORM BASCULER-CARRE-ORIGINE.

RECHERCHER-MESSAGE-ORIGINE.
	MOVE SPACE TO WS-MSG-ORIGINE.
	MOVE "N" TO IND-ORIGINE-TROUVEE.
	IF TRL-CLE-DATE IS NUMERIC THEN
		MOVE TRL-CLE-DATE TO WS-DATE-ORIGINE
	ELSE
		MOVE ZERO TO WS-DATE-ORIGINE
	END-IF.
	PERFORM OUVRIR_REGISTRE.
	IF IND-REGISTRE-OUVERT IS = "O" THEN
		MOVE WS-DATE-ORIGINE TO REG-MSG-DATE
		MOVE WS-MSG-ID-COURANT TO REG-MSG-SEQ
		READ FICHIER-REGISTRE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF REG-CARRE-ID IS = WS-CARRE-ID-ORIGINE THEN
					MOVE REG-MSG-NUM TO WS-MSG-ORIGINE
					MOVE "O" TO IND-ORIGINE-TROUVEE
				END-IF
		END-READ
		IF IND-ORIGINE-TROUVEE IS NOT = "O" THEN
			MOVE WS-DATE-ORIGINE TO REG-MSG-DATE
			MOVE ZERO TO REG-MSG-SEQ
			MOVE "N" TO IND-FIN-REGISTRE
			START FICHIER-REGISTRE KEY IS NOT < REG-MSG-NUM
				INVALID KEY
					MOVE "O" TO IND-FIN-REGISTRE
			END-START
			PERFORM UNTIL IND-FIN-REGISTRE IS = "O"
				READ FICHIER-REGISTRE NEXT RECORD
					AT END
						MOVE "O" TO IND-FIN-REGISTRE
					NOT AT END
						IF REG-MSG-SEQ IS = WS-MSG-ID-COURANT
								AND REG-CARRE-ID IS = WS-CARRE-ID-ORIGINE
								AND REG-DATASET-IN IS NOT = "*RESERVE*" THEN
							MOVE REG-MSG-NUM TO WS-MSG-ORIGINE
							MOVE "O" TO IND-ORIGINE-TROUVEE
							MOVE "O" TO IND-FIN-REGISTRE
						END-IF
				END-READ
			END-PERFORM
		END-IF
	END-IF.
	IF IND-ORIGINE-TROUVEE IS NOT = "O" THEN
		DISPLAY "Message " WS-MSG-ID-COURANT " absent du registre, référence d'origine reprise de l'enregistrement de totaux"
		MOVE WS-DATE-ORIGINE TO WS-MSG-ORIGINE(1:8)
		MOVE WS-MSG-ID-COURANT TO WS-MSG-ORIGINE(9:6)
	END-IF.

BASCULER-CARRE-ORIGINE.
	MOVE WS-CARRE-ORIGINE TO CARRE.
	MOVE WS-CARRE-ID-ORIGINE TO WS-CARRE-ID.
	MOVE WS-EFFET-ORIGINE-DATE TO CLE-DATE-EFFET.
	MOVE WS-EFFET-ORIGINE-HEURE TO CLE-HEURE-EFFET.

BASCULER-CARRE-CIBLE.
	MOVE WS-CARRE-CIBLE TO CARRE.
	MOVE WS-CARRE-ID-CIBLE TO WS-CARRE-ID.
	MOVE WS-EFFET-CIBLE-DATE TO CLE-DATE-EFFET.
	MOVE WS-EFFET-CIBLE-HEURE TO CLE-HEURE-EFFET.

DECODER-UN-MESSAGE.
	PERFORM DECODER-COEUR.
	MOVE "DECODER" TO WS-TYPE-OPERATION.
	MOVE WS-COMPTEUR-CARACT TO TRL-NB-CARACT.
	MOVE CLE-DATE-EFFET TO TRL-CLE-DATE.
	MOVE WS-CARRE-ID TO TRL-CARRE-ID.
	MOVE CLE-HEURE-EFFET TO TRL-CLE-HEURE.
	WRITE ENR-RESULTAT FROM WS-ENR-TRAILER.

VALIDER-TRAILER-DECODE.
				MOVE "O" TO IND-TRAILER-OK
				IF TRL-CARRE-ID IS NOT = WS-CARRE-ID THEN
					DISPLAY "Avertissement : fichier codé avec le carré '" TRL-CARRE-ID "', carré du job '" WS-CARRE-ID "'"
				ELSE
					IF IND-TRANSCODAGE IS NOT = "O" THEN
						PERFORM CHOISIR-GENERATION-TRAILER
					END-IF
				END-IF
			END-IF
		END-IF
VERIFIER_FICHIER-LOT.
	MOVE "N" TO IND-FIN-MESSAGES.
	MOVE "N" TO IND-MSG-EN-COURS.
	MOVE "N" TO IND-ENTETE-GROUPE.
	MOVE "N" TO IND-TRAILER-PRESENT.
	MOVE ZERO TO WS-COMPTEUR-ENR.
	MOVE ZERO TO WS-NB-DEFAUTS.
							IF WS-ENR-LU IS NOT = SPACE THEN
								ADD FUNCTION LENGTH(FUNCTION TRIM(WS-ENR-LU TRAILING)) TO WS-CTRL-CARACT
							END-IF
							PERFORM CONTROLER-ENREG-CODE
						END-IF
				END-READ
			END-PERFORM
			IF IND-ENTETE-GROUPE IS = "O" THEN
				MOVE "GRPN" TO WS-CTL-CODE
				MOVE ZERO TO WS-CTL-POSITION
				MOVE "ligne de groupes absente après l'en-tête" TO WS-CTL-LIBELLE
				PERFORM NOTER-DEFAUT-CONTROLE
				MOVE "N" TO IND-ENTETE-GROUPE
			END-IF
			IF IND-MSG-EN-COURS IS = "O" THEN
				MOVE "SEQU" TO WS-CTL-CODE
				MOVE ZERO TO WS-CTL-POSITION
		END-IF
	END-IF.

CONTROLER-ENREG-CODE.
	IF WS-ENR-LU(1:5) IS = "*GRP*" THEN
		IF IND-ENTETE-GROUPE IS = "O" THEN
			MOVE "GRPN" TO WS-CTL-CODE
			MOVE ZERO TO WS-CTL-POSITION
			MOVE "ligne de groupes absente après l'en-tête" TO WS-CTL-LIBELLE
			PERFORM NOTER-DEFAUT-CONTROLE
		END-IF
		MOVE WS-ENR-LU TO WS-ENTETE-GROUPE
		MOVE "O" TO IND-ENTETE-GROUPE
	ELSE
		IF IND-ENTETE-GROUPE IS = "O" THEN
			MOVE "N" TO IND-ENTETE-GROUPE
			MOVE WS-ENR-LU TO WS-LIGNE-GROUPES
			PERFORM RECONSTITUER-PARTIE-GROUPEE
			IF IND-ANOMALIE IS = "O" THEN
				MOVE WS-CODE-ANOMALIE TO WS-CTL-CODE
				MOVE WS-POS-ANOMALIE TO WS-CTL-POSITION
				MOVE WS-LIBELLE-GROUPE TO WS-CTL-LIBELLE
				PERFORM NOTER-DEFAUT-CONTROLE
				IF IND-MSG-EN-COURS IS = "O" AND GRPE-MSG-ID IS NUMERIC
						AND GRPE-MSG-ID IS = WS-MSG-ID-COURANT THEN
					MOVE "N" TO IND-MSG-EN-COURS
				END-IF
			ELSE
				PERFORM VERIFIER-PARTIE-CONTROLE
			END-IF
		ELSE
			MOVE WS-ENR-LU TO WS-ENR-PARTIE
			PERFORM VERIFIER-PARTIE-CONTROLE
		END-IF
	END-IF.

VERIFIER-PARTIE-CONTROLE.
	IF PART-MSG-ID IS NOT NUMERIC OR PART-NUM IS NOT NUMERIC
			OR PART-NB IS NOT NUMERIC
				WITH POINTER WS-PTR-CONTROLE
			END-STRING
			WRITE ENR-CONTROLE FROM WS-LIGNE-CONTROLE
		ELSE
			IF TRL-CLE-DATE IS NUMERIC AND TRL-CLE-DATE > ZERO THEN
				PERFORM CHOISIR-GENERATION-TRAILER
				IF IND-CARRE-TROUVE IS = "O" THEN
					MOVE SPACE TO WS-LIGNE-CONTROLE
					MOVE 1 TO WS-PTR-CONTROLE
					STRING "   Génération du carré retenue pour le décodage : effet du "
						CLE-DATE-EFFET " " CLE-HEURE-EFFET
						DELIMITED BY SIZE INTO WS-LIGNE-CONTROLE
						WITH POINTER WS-PTR-CONTROLE
					END-STRING
					WRITE ENR-CONTROLE FROM WS-LIGNE-CONTROLE
				ELSE
					MOVE "GENE" TO WS-CTL-CODE
					MOVE ZERO TO WS-CTL-POSITION
					MOVE "aucune génération du carré en vigueur à la date du fichier" TO WS-CTL-LIBELLE
					PERFORM NOTER-DEFAUT-CONTROLE
				END-IF
			END-IF
		END-IF
	END-IF.

		DELIMITED BY SIZE INTO WS-LIGNE-AUDIT
	END-STRING.
	IF IND-AUDIT-OUVERT IS NOT = "O" THEN
		PERFORM LIRE-DERNIER-CHAINON-AUDIT
		OPEN EXTEND FICHIER-AUDIT
		IF STATUT-AUDIT IS = "35" THEN
			OPEN OUTPUT FICHIER-AUDIT
		END-IF
	END-IF.
	IF IND-AUDIT-OUVERT IS = "O" THEN
		MOVE WS-LIGNE-AUDIT TO AUDC-CONTENU
		MOVE " SEQ=" TO AUDC-LIB-SEQ
		ADD 1 TO WS-SEQ-AUDIT
		MOVE WS-SEQ-AUDIT TO AUDC-SEQUENCE
		MOVE " CTL=" TO AUDC-LIB-CTL
		PERFORM CALCULER-CONTROLE-AUDIT
		MOVE WS-CTL-AUDIT TO AUDC-CONTROLE
		WRITE ENR-AUDIT FROM WS-ENR-AUDIT-CHAINE
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

CALCULER-CONTROLE-AUDIT.
	PERFORM VARYING WS-IDX-AUDIT FROM 1 BY 1 UNTIL WS-IDX-AUDIT > 134
		COMPUTE WS-CTL-AUDIT = FUNCTION MOD(WS-CTL-AUDIT * 31
			+ FUNCTION ORD(WS-ENR-AUDIT-CHAINE(WS-IDX-AUDIT:1)) * WS-IDX-AUDIT 999999937)
	END-PERFORM.

OUVRIR_CHECKPOINT.
	IF IND-CHECKPOINT-OUVERT IS NOT = "O" THEN
		OPEN I-O FICHIER-CHECKPOINT
