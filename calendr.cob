IDENTIFICATION DIVISION.
PROGRAM-ID. Calendr.
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
	SELECT FICHIER-OPERATEURS ASSIGN TO "OPERATEURS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-OPERATEURS.
	SELECT FICHIER-CARRES ASSIGN TO "CARRES.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CARRE-CLE
		FILE STATUS IS STATUT-CARRES.

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
FD  FICHIER-OPERATEURS.
	01	ENR-OPERATEUR.
		05	OPER-ID			PIC	X(8).
		05	OPER-AUT-CODER		PIC	X.
		05	OPER-AUT-DECODER	PIC	X.
		05	OPER-AUT-CLES		PIC	X.
		05	OPER-CARRE-AUT		OCCURS 5	PIC	X(10).
		05	OPER-STATUT		PIC	X.
		05	OPER-DATE-FIN		PIC	X(8).
FD  FICHIER-CARRES.
	01	ENR-CARRE.
		05	CARRE-CLE.
			10	CARRE-ID		PIC	X(10).
			10	CARRE-EFFET.
				15	CARRE-DATE-EFFET	PIC	9(8).
				15	CARRE-HEURE-EFFET	PIC	9(6).
		05	CARRE-VALEUR		PIC	A(25).

WORKING-STORAGE SECTION.
	01	STATUT-CALENDRIER	PIC	XX.
	01	STATUT-FERIES		PIC	XX.
	01	STATUT-OPERATEURS	PIC	XX.
	01	STATUT-CARRES		PIC	XX.
	01	WS-DATE-HEURE		PIC	X(21).
	01	WS-DATE-JOUR		PIC	9(8).
	01	WS-MAINTENEUR		PIC	X(8)	VALUE SPACE.
	01	WS-JOB-SAISI		PIC	X(8).
	01	WS-CHOIX-MENU		PIC	X.
	01	WS-SAISIE		PIC	X.
	01	WS-SAISIE-JOURS		PIC	X(7).
	01	WS-SAISIE-CLE		PIC	X(25).
	01	WS-SAISIE-CARRE		PIC	X(10).
	01	WS-SAISIE-DATASET	PIC	X(30).
	01	WS-SAISIE-FREQ		PIC	X(5).
	01	WS-SAISIE-DATE		PIC	X(8).
	01	WS-SAISIE-LIBELLE	PIC	X(30).
	01	WS-DATE-CONTROLE	PIC	9(8).
	01	WS-CODE-RETOUR		PIC	99	VALUE ZERO.
	01	IND-FIN-CONSOLE		PIC	A	VALUE "N".
	01	IND-FIN-FICHIER		PIC	A	VALUE "N".
	01	IND-MAINTENEUR-OK	PIC	A	VALUE "N".
	01	IND-OPER-TROUVE		PIC	A	VALUE "N".
	01	IND-TABLE-PLEINE	PIC	A	VALUE "N".
	01	IND-VALIDE		PIC	A	VALUE "N".
	01	IND-CARRES-OUVERT	PIC	A	VALUE "N".
	01	IND-JOURS-INVALIDES	PIC	A	VALUE "N".
	01	K			PIC	9.
	01	I			PIC	999.
	01	TABLE-CALENDRIER.
		05	CA-POSTE	OCCURS 200.
			10	CA-JOB-ID	PIC	X(8).
			10	CA-ACTIF	PIC	X.
			10	CA-JOURS	PIC	X(7).
			10	CA-FIN-MOIS	PIC	X.
			10	CA-FERIE	PIC	X.
			10	CA-MODE		PIC	X.
			10	CA-CLE		PIC	A(25).
			10	CA-CARRE-ID	PIC	X(10).
			10	CA-DATASET-IN	PIC	X(30).
			10	CA-DATASET-OUT	PIC	X(30).
			10	CA-FREQ-CKPT	PIC	9(5).
			10	CA-FORMAT	PIC	X.
			10	CA-JOURS-DOUBLON	PIC	9(3).
			10	CA-REEMISSION	PIC	X.
	01	CA-NB			PIC	999	VALUE ZERO.
	01	CA-IDX			PIC	999	VALUE ZERO.
	01	TABLE-FERIES.
		05	JF-POSTE	OCCURS 100.
			10	JF-DATE		PIC	9(8).
			10	JF-LIBELLE	PIC	X(30).
	01	JF-NB			PIC	999	VALUE ZERO.
	01	JF-IDX			PIC	999	VALUE ZERO.
	01	WS-ENR-CALENDRIER.
		05	WCAL-JOB-ID		PIC	X(8).
		05	WCAL-ACTIF		PIC	X.
		05	WCAL-JOURS		PIC	X(7).
		05	WCAL-FIN-MOIS		PIC	X.
		05	WCAL-FERIE		PIC	X.
		05	WCAL-MODE		PIC	X.
		05	WCAL-CLE		PIC	A(25).
		05	WCAL-CARRE-ID		PIC	X(10).
		05	WCAL-DATASET-IN		PIC	X(30).
		05	WCAL-DATASET-OUT	PIC	X(30).
		05	WCAL-FREQ-CKPT		PIC	9(5).
		05	WCAL-FORMAT		PIC	X.
		05	WCAL-JOURS-DOUBLON	PIC	9(3).
		05	WCAL-REEMISSION		PIC	X.

PROCEDURE DIVISION.
PROGRAMME-PRINCIPAL.
	MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.
	MOVE WS-DATE-HEURE(1:8) TO WS-DATE-JOUR.
	PERFORM CHARGER_CALENDRIER.
	IF WS-CODE-RETOUR IS = ZERO THEN
		PERFORM CHARGER_FERIES
	END-IF.
	IF WS-CODE-RETOUR IS = ZERO THEN
		PERFORM IDENTIFIER_MAINTENEUR
		IF IND-MAINTENEUR-OK IS NOT = "O" THEN
			MOVE 12 TO WS-CODE-RETOUR
		ELSE
			MOVE "N" TO IND-FIN-CONSOLE
			PERFORM UNTIL IND-FIN-CONSOLE IS = "O"
				PERFORM AFFICHER_MENU
				ACCEPT WS-CHOIX-MENU
				IF WS-CHOIX-MENU IS = "1" THEN
					PERFORM CREER_JOB
				ELSE
					IF WS-CHOIX-MENU IS = "2" THEN
						PERFORM MODIFIER_JOB
					ELSE
						IF WS-CHOIX-MENU IS = "3" THEN
							PERFORM BASCULER_ACTIVITE-JOB
						ELSE
							IF WS-CHOIX-MENU IS = "4" THEN
								PERFORM SUPPRIMER_JOB
							ELSE
								IF WS-CHOIX-MENU IS = "5" THEN
									PERFORM LISTER_JOBS
								ELSE
									IF WS-CHOIX-MENU IS = "6" THEN
										PERFORM AJOUTER_FERIE
									ELSE
										IF WS-CHOIX-MENU IS = "7" THEN
											PERFORM RETIRER_FERIE
										ELSE
											IF WS-CHOIX-MENU IS = "8" THEN
												PERFORM LISTER_FERIES
											ELSE
												IF WS-CHOIX-MENU IS = "9" THEN
													MOVE "O" TO IND-FIN-CONSOLE
												ELSE
													DISPLAY "Choix inconnu"
												END-IF
											END-IF
										END-IF
									END-IF
								END-IF
							END-IF
						END-IF
					END-IF
				END-IF
			END-PERFORM
		END-IF
	END-IF.
	MOVE WS-CODE-RETOUR TO RETURN-CODE.
	STOP RUN.

CHARGER_CALENDRIER.
	MOVE ZERO TO CA-NB.
	MOVE "N" TO IND-FIN-FICHIER.
	MOVE "N" TO IND-TABLE-PLEINE.
	OPEN INPUT FICHIER-CALENDRIER.
	IF STATUT-CALENDRIER IS = "35" THEN
		DISPLAY "Calendrier des jobs absent, il sera créé"
	ELSE
		IF STATUT-CALENDRIER IS NOT = "00" THEN
			DISPLAY "Calendrier des jobs illisible, maintenance impossible"
			MOVE 8 TO WS-CODE-RETOUR
		ELSE
			PERFORM UNTIL IND-FIN-FICHIER IS = "O"
				READ FICHIER-CALENDRIER
					AT END
						MOVE "O" TO IND-FIN-FICHIER
					NOT AT END
						IF CAL-JOB-ID IS NOT = SPACE THEN
							IF CA-NB < 200 THEN
								ADD 1 TO CA-NB
								MOVE ENR-CALENDRIER TO CA-POSTE(CA-NB)
							ELSE
								MOVE "O" TO IND-TABLE-PLEINE
							END-IF
						END-IF
				END-READ
			END-PERFORM
			CLOSE FICHIER-CALENDRIER
			IF IND-TABLE-PLEINE IS = "O" THEN
				DISPLAY "Calendrier trop volumineux (plus de 200 jobs), maintenance impossible"
				MOVE 8 TO WS-CODE-RETOUR
			END-IF
		END-IF
	END-IF.

CHARGER_FERIES.
	MOVE ZERO TO JF-NB.
	MOVE "N" TO IND-FIN-FICHIER.
	MOVE "N" TO IND-TABLE-PLEINE.
	OPEN INPUT FICHIER-FERIES.
	IF STATUT-FERIES IS = "35" THEN
		DISPLAY "Fichier des jours fériés absent, il sera créé"
	ELSE
		IF STATUT-FERIES IS NOT = "00" THEN
			DISPLAY "Fichier des jours fériés illisible, maintenance impossible"
			MOVE 8 TO WS-CODE-RETOUR
		ELSE
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
			IF IND-TABLE-PLEINE IS = "O" THEN
				DISPLAY "Fichier des jours fériés trop volumineux (plus de 100), maintenance impossible"
				MOVE 8 TO WS-CODE-RETOUR
			END-IF
		END-IF
	END-IF.

IDENTIFIER_MAINTENEUR.
	MOVE "N" TO IND-MAINTENEUR-OK.
	MOVE SPACE TO WS-MAINTENEUR.
	PERFORM UNTIL WS-MAINTENEUR IS NOT = SPACE
		DISPLAY "Identifiant de l'opérateur habilité aux clés ?"
		ACCEPT WS-MAINTENEUR
	END-PERFORM.
	MOVE "N" TO IND-FIN-FICHIER.
	MOVE "N" TO IND-OPER-TROUVE.
	OPEN INPUT FICHIER-OPERATEURS.
	IF STATUT-OPERATEURS IS NOT = "00" THEN
		DISPLAY "Fichier des opérateurs indisponible, maintenance refusée"
	ELSE
		PERFORM UNTIL IND-FIN-FICHIER IS = "O"
			READ FICHIER-OPERATEURS
				AT END
					MOVE "O" TO IND-FIN-FICHIER
				NOT AT END
					IF OPER-ID IS = WS-MAINTENEUR THEN
						MOVE "O" TO IND-FIN-FICHIER
						MOVE "O" TO IND-OPER-TROUVE
						PERFORM CONTROLER-MAINTENEUR
					END-IF
			END-READ
		END-PERFORM
		CLOSE FICHIER-OPERATEURS
		IF IND-OPER-TROUVE IS NOT = "O" THEN
			DISPLAY "Opérateur inconnu, maintenance refusée"
		END-IF
	END-IF.

CONTROLER-MAINTENEUR.
	IF OPER-AUT-CLES IS NOT = "O" THEN
		DISPLAY "Opérateur non habilité aux clés, maintenance refusée"
	ELSE
		IF OPER-STATUT IS = "S" THEN
			DISPLAY "Opérateur suspendu, maintenance refusée"
		ELSE
			IF OPER-DATE-FIN IS NUMERIC AND OPER-DATE-FIN IS NOT = ZERO
					AND OPER-DATE-FIN < WS-DATE-JOUR THEN
				DISPLAY "Habilitation échue depuis le " OPER-DATE-FIN ", maintenance refusée"
			ELSE
				MOVE "O" TO IND-MAINTENEUR-OK
			END-IF
		END-IF
	END-IF.

AFFICHER_MENU.
	DISPLAY " ".
	DISPLAY "===== CALENDRIER DES JOBS =====".
	DISPLAY "Mainteneur : " WS-MAINTENEUR "   Jobs : " CA-NB "   Jours fériés : " JF-NB.
	DISPLAY "1 - Créer un job".
	DISPLAY "2 - Modifier un job".
	DISPLAY "3 - Activer / désactiver un job".
	DISPLAY "4 - Supprimer un job".
	DISPLAY "5 - Lister les jobs".
	DISPLAY "6 - Ajouter un jour férié".
	DISPLAY "7 - Retirer un jour férié".
	DISPLAY "8 - Lister les jours fériés".
	DISPLAY "9 - Quitter".
	DISPLAY "Votre choix ?".

RECHERCHER-JOB.
	MOVE ZERO TO CA-IDX.
	PERFORM VARYING I FROM 1 BY 1 UNTIL I > CA-NB
		IF CA-JOB-ID(I) IS = WS-JOB-SAISI THEN
			MOVE I TO CA-IDX
		END-IF
	END-PERFORM.

SAISIR-JOB-EXISTANT.
	MOVE ZERO TO CA-IDX.
	DISPLAY "Identifiant du job ?".
	ACCEPT WS-JOB-SAISI.
	IF WS-JOB-SAISI IS NOT = SPACE THEN
		PERFORM RECHERCHER-JOB
		IF CA-IDX IS = ZERO THEN
			DISPLAY "Job inconnu du calendrier : " WS-JOB-SAISI
		END-IF
	END-IF.

CREER_JOB.
	DISPLAY "Identifiant du nouveau job ?".
	ACCEPT WS-JOB-SAISI.
	IF WS-JOB-SAISI IS = SPACE THEN
		DISPLAY "Création abandonnée"
	ELSE
		PERFORM RECHERCHER-JOB
		IF CA-IDX IS NOT = ZERO THEN
			DISPLAY "Job déjà au calendrier, utiliser la modification"
		ELSE
			IF CA-NB IS NOT < 200 THEN
				DISPLAY "Calendrier plein, création refusée"
			ELSE
				MOVE SPACE TO WS-ENR-CALENDRIER
				MOVE WS-JOB-SAISI TO WCAL-JOB-ID
				MOVE "O" TO WCAL-ACTIF
				MOVE "OOOOONN" TO WCAL-JOURS
				MOVE "N" TO WCAL-FIN-MOIS
				MOVE "S" TO WCAL-FERIE
				MOVE ZERO TO WCAL-FREQ-CKPT
				MOVE "N" TO WCAL-FORMAT
				MOVE ZERO TO WCAL-JOURS-DOUBLON
				MOVE "N" TO WCAL-REEMISSION
				PERFORM SAISIR-DEFINITION-JOB
				PERFORM VALIDER-JOB
				IF IND-VALIDE IS = "O" THEN
					ADD 1 TO CA-NB
					MOVE WS-ENR-CALENDRIER TO CA-POSTE(CA-NB)
					PERFORM REECRIRE_CALENDRIER
					IF WS-CODE-RETOUR IS = ZERO THEN
						DISPLAY "Job " WCAL-JOB-ID " ajouté au calendrier"
					END-IF
				ELSE
					DISPLAY "Création refusée, calendrier inchangé"
				END-IF
			END-IF
		END-IF
	END-IF.

MODIFIER_JOB.
	PERFORM SAISIR-JOB-EXISTANT.
	IF CA-IDX IS NOT = ZERO THEN
		MOVE CA-POSTE(CA-IDX) TO WS-ENR-CALENDRIER
		PERFORM AFFICHER-JOB-SAISI
		PERFORM SAISIR-DEFINITION-JOB
		PERFORM VALIDER-JOB
		IF IND-VALIDE IS NOT = "O" THEN
			DISPLAY "Modification refusée, job inchangé"
		ELSE
			IF WS-ENR-CALENDRIER IS = CA-POSTE(CA-IDX) THEN
				DISPLAY "Aucune modification saisie"
			ELSE
				MOVE WS-ENR-CALENDRIER TO CA-POSTE(CA-IDX)
				PERFORM REECRIRE_CALENDRIER
				IF WS-CODE-RETOUR IS = ZERO THEN
					DISPLAY "Job " WCAL-JOB-ID " modifié"
				END-IF
			END-IF
		END-IF
	END-IF.

BASCULER_ACTIVITE-JOB.
	PERFORM SAISIR-JOB-EXISTANT.
	IF CA-IDX IS NOT = ZERO THEN
		IF CA-ACTIF(CA-IDX) IS = "O" THEN
			MOVE "N" TO CA-ACTIF(CA-IDX)
			DISPLAY "Job " CA-JOB-ID(CA-IDX) " désactivé (conservé au calendrier)"
		ELSE
			MOVE CA-POSTE(CA-IDX) TO WS-ENR-CALENDRIER
			MOVE "O" TO WCAL-ACTIF
			PERFORM VALIDER-JOB
			IF IND-VALIDE IS NOT = "O" THEN
				DISPLAY "Réactivation refusée, définition du job à corriger"
			ELSE
				MOVE "O" TO CA-ACTIF(CA-IDX)
				DISPLAY "Job " CA-JOB-ID(CA-IDX) " réactivé"
			END-IF
		END-IF
		PERFORM REECRIRE_CALENDRIER
	END-IF.

SUPPRIMER_JOB.
	PERFORM SAISIR-JOB-EXISTANT.
	IF CA-IDX IS NOT = ZERO THEN
		DISPLAY "Supprimer définitivement le job " CA-JOB-ID(CA-IDX) " (O/N) ?"
		ACCEPT WS-SAISIE
		IF WS-SAISIE IS = "O" OR WS-SAISIE IS = "o" THEN
			PERFORM VARYING I FROM CA-IDX BY 1 UNTIL I NOT < CA-NB
				MOVE CA-POSTE(I + 1) TO CA-POSTE(I)
			END-PERFORM
			SUBTRACT 1 FROM CA-NB
			PERFORM REECRIRE_CALENDRIER
			IF WS-CODE-RETOUR IS = ZERO THEN
				DISPLAY "Job " WS-JOB-SAISI " supprimé du calendrier"
			END-IF
		ELSE
			DISPLAY "Suppression abandonnée"
		END-IF
	END-IF.

LISTER_JOBS.
	IF CA-NB IS = ZERO THEN
		DISPLAY "Aucun job au calendrier"
	ELSE
		DISPLAY "JOB      A LMMJVSD FM FE M CARRE      ENTREE                         SORTIE"
		PERFORM VARYING I FROM 1 BY 1 UNTIL I > CA-NB
			DISPLAY CA-JOB-ID(I) " " CA-ACTIF(I) " " CA-JOURS(I)
				" " CA-FIN-MOIS(I) "  " CA-FERIE(I) "  " CA-MODE(I)
				" " CA-CARRE-ID(I) " " CA-DATASET-IN(I) " " CA-DATASET-OUT(I)
		END-PERFORM
	END-IF.

AFFICHER-JOB-SAISI.
	DISPLAY "Job " WCAL-JOB-ID " actif=" WCAL-ACTIF " mode=" WCAL-MODE " carré=" WCAL-CARRE-ID.
	DISPLAY "  Jours (lundi à dimanche) : " WCAL-JOURS
		"  fin de mois : " WCAL-FIN-MOIS "  jours fériés : " WCAL-FERIE.
	DISPLAY "  Entrée : " WCAL-DATASET-IN.
	DISPLAY "  Sortie : " WCAL-DATASET-OUT.
	DISPLAY "  Fréquence de checkpoint : " WCAL-FREQ-CKPT "  format de sortie : " WCAL-FORMAT.
	DISPLAY "  Contrôle des doublons sur " WCAL-JOURS-DOUBLON " jour(s)  réémission autorisée : " WCAL-REEMISSION.

SAISIR-DEFINITION-JOB.
	DISPLAY "Mode du job (C, D, V, R, E, T ; vide = " WCAL-MODE ") ?".
	ACCEPT WS-SAISIE.
	IF WS-SAISIE IS NOT = SPACE THEN
		MOVE FUNCTION UPPER-CASE(WS-SAISIE) TO WCAL-MODE
	END-IF.
	DISPLAY "Clé du job (25 lettres, vide = inchangée) ?".
	ACCEPT WS-SAISIE-CLE.
	IF WS-SAISIE-CLE IS NOT = SPACE THEN
		MOVE FUNCTION UPPER-CASE(WS-SAISIE-CLE) TO WCAL-CLE
	END-IF.
	DISPLAY "Identifiant de carré (vide = " WCAL-CARRE-ID ") ?".
	ACCEPT WS-SAISIE-CARRE.
	IF WS-SAISIE-CARRE IS NOT = SPACE THEN
		MOVE WS-SAISIE-CARRE TO WCAL-CARRE-ID
	END-IF.
	DISPLAY "Dataset d'entrée (AAAAMMJJ = date de traitement, vide = " WCAL-DATASET-IN ") ?".
	ACCEPT WS-SAISIE-DATASET.
	IF WS-SAISIE-DATASET IS NOT = SPACE THEN
		MOVE WS-SAISIE-DATASET TO WCAL-DATASET-IN
	END-IF.
	DISPLAY "Dataset de sortie (AAAAMMJJ = date de traitement, - = aucun, vide = " WCAL-DATASET-OUT ") ?".
	ACCEPT WS-SAISIE-DATASET.
	IF WS-SAISIE-DATASET IS = "-" THEN
		MOVE SPACE TO WCAL-DATASET-OUT
	ELSE
		IF WS-SAISIE-DATASET IS NOT = SPACE THEN
			MOVE WS-SAISIE-DATASET TO WCAL-DATASET-OUT
		END-IF
	END-IF.
	DISPLAY "Fréquence de checkpoint (0 = défaut, vide = " WCAL-FREQ-CKPT ") ?".
	ACCEPT WS-SAISIE-FREQ.
	IF WS-SAISIE-FREQ IS NOT = SPACE THEN
		IF FUNCTION TEST-NUMVAL(WS-SAISIE-FREQ) IS = ZERO THEN
			COMPUTE WCAL-FREQ-CKPT = FUNCTION NUMVAL(WS-SAISIE-FREQ)
		ELSE
			DISPLAY "Fréquence illisible, valeur conservée : " WCAL-FREQ-CKPT
		END-IF
	END-IF.
	DISPLAY "Format de sortie : N = normal, G = groupes de cinq chiffres (vide = " WCAL-FORMAT ") ?".
	ACCEPT WS-SAISIE.
	IF WS-SAISIE IS NOT = SPACE THEN
		MOVE FUNCTION UPPER-CASE(WS-SAISIE) TO WCAL-FORMAT
	END-IF.
	DISPLAY "Période de contrôle des doublons en jours (0 = défaut, vide = " WCAL-JOURS-DOUBLON ") ?".
	ACCEPT WS-SAISIE-FREQ.
	IF WS-SAISIE-FREQ IS NOT = SPACE THEN
		IF FUNCTION TEST-NUMVAL(WS-SAISIE-FREQ) IS = ZERO THEN
			COMPUTE WCAL-JOURS-DOUBLON = FUNCTION NUMVAL(WS-SAISIE-FREQ)
		ELSE
			DISPLAY "Période illisible, valeur conservée : " WCAL-JOURS-DOUBLON
		END-IF
	END-IF.
	DISPLAY "Réémission de messages déjà codés autorisée (O/N, vide = " WCAL-REEMISSION ") ?".
	ACCEPT WS-SAISIE.
	IF WS-SAISIE IS NOT = SPACE THEN
		MOVE FUNCTION UPPER-CASE(WS-SAISIE) TO WCAL-REEMISSION
	END-IF.
	DISPLAY "Jours d'exécution, lundi à dimanche (7 x O/N, vide = " WCAL-JOURS ") ?".
	ACCEPT WS-SAISIE-JOURS.
	IF WS-SAISIE-JOURS IS NOT = SPACE THEN
		MOVE FUNCTION UPPER-CASE(WS-SAISIE-JOURS) TO WCAL-JOURS
	END-IF.
	DISPLAY "Fin de mois : N = sans effet, F = dernier jour du mois seulement, A = en plus des jours (vide = " WCAL-FIN-MOIS ") ?".
	ACCEPT WS-SAISIE.
	IF WS-SAISIE IS NOT = SPACE THEN
		MOVE FUNCTION UPPER-CASE(WS-SAISIE) TO WCAL-FIN-MOIS
	END-IF.
	DISPLAY "Jour férié : S = sauté, R = reporté au jour ouvré suivant, X = exécuté quand même (vide = " WCAL-FERIE ") ?".
	ACCEPT WS-SAISIE.
	IF WS-SAISIE IS NOT = SPACE THEN
		MOVE FUNCTION UPPER-CASE(WS-SAISIE) TO WCAL-FERIE
	END-IF.

VALIDER-JOB.
	MOVE "O" TO IND-VALIDE.
	IF WCAL-MODE IS NOT = "C" AND WCAL-MODE IS NOT = "D" AND WCAL-MODE IS NOT = "V"
			AND WCAL-MODE IS NOT = "R" AND WCAL-MODE IS NOT = "E" AND WCAL-MODE IS NOT = "T" THEN
		DISPLAY "Mode invalide '" WCAL-MODE "' : C, D, V, R, E ou T attendu"
		MOVE "N" TO IND-VALIDE
	END-IF.
	IF WCAL-CLE IS = SPACE OR WCAL-CLE IS NOT ALPHABETIC THEN
		DISPLAY "Clé du job absente ou non alphabétique"
		MOVE "N" TO IND-VALIDE
	END-IF.
	IF WCAL-CARRE-ID IS = SPACE THEN
		DISPLAY "Identifiant de carré obligatoire"
		MOVE "N" TO IND-VALIDE
	ELSE
		IF WCAL-MODE IS = "V" OR WCAL-MODE IS = "R" OR WCAL-MODE IS = "E" THEN
			PERFORM CONTROLER-CARRE-EXISTE
		END-IF
	END-IF.
	IF WCAL-DATASET-IN IS = SPACE THEN
		DISPLAY "Dataset d'entrée obligatoire"
		MOVE "N" TO IND-VALIDE
	END-IF.
	IF WCAL-DATASET-OUT IS = SPACE AND WCAL-MODE IS NOT = "V" THEN
		DISPLAY "Dataset de sortie obligatoire pour le mode " WCAL-MODE
		MOVE "N" TO IND-VALIDE
	END-IF.
	IF WCAL-DATASET-IN IS = WCAL-DATASET-OUT THEN
		DISPLAY "Datasets d'entrée et de sortie identiques"
		MOVE "N" TO IND-VALIDE
	END-IF.
	IF WCAL-MODE IS = "R" AND WCAL-DATASET-IN IS = "SUSPENS.DAT" THEN
		DISPLAY "Un job de reprise ne peut pas lire SUSPENS.DAT directement"
		MOVE "N" TO IND-VALIDE
	END-IF.
	IF WCAL-FREQ-CKPT IS NOT NUMERIC THEN
		MOVE ZERO TO WCAL-FREQ-CKPT
	END-IF.
	IF WCAL-FORMAT IS = SPACE THEN
		MOVE "N" TO WCAL-FORMAT
	END-IF.
	IF WCAL-JOURS-DOUBLON IS NOT NUMERIC THEN
		MOVE ZERO TO WCAL-JOURS-DOUBLON
	END-IF.
	IF WCAL-REEMISSION IS = SPACE THEN
		MOVE "N" TO WCAL-REEMISSION
	END-IF.
	IF WCAL-REEMISSION IS NOT = "O" AND WCAL-REEMISSION IS NOT = "N" THEN
		DISPLAY "Réémission invalide '" WCAL-REEMISSION "' : O ou N attendu"
		MOVE "N" TO IND-VALIDE
	END-IF.
	IF WCAL-FORMAT IS NOT = "N" AND WCAL-FORMAT IS NOT = "G" THEN
		DISPLAY "Format de sortie invalide '" WCAL-FORMAT "' : N ou G attendu"
		MOVE "N" TO IND-VALIDE
	END-IF.
	MOVE "N" TO IND-JOURS-INVALIDES.
	PERFORM VARYING K FROM 1 BY 1 UNTIL K > 7
		IF WCAL-JOURS(K:1) IS NOT = "O" AND WCAL-JOURS(K:1) IS NOT = "N" THEN
			MOVE "O" TO IND-JOURS-INVALIDES
		END-IF
	END-PERFORM.
	IF IND-JOURS-INVALIDES IS = "O" THEN
		DISPLAY "Jours d'exécution invalides '" WCAL-JOURS "' : 7 caractères O ou N attendus (lundi à dimanche)"
		MOVE "N" TO IND-VALIDE
	END-IF.
	IF WCAL-FIN-MOIS IS NOT = "N" AND WCAL-FIN-MOIS IS NOT = "F" AND WCAL-FIN-MOIS IS NOT = "A" THEN
		DISPLAY "Règle de fin de mois invalide '" WCAL-FIN-MOIS "' : N, F ou A attendu"
		MOVE "N" TO IND-VALIDE
	END-IF.
	IF WCAL-FIN-MOIS IS NOT = "F" AND WCAL-JOURS IS = "NNNNNNN" THEN
		DISPLAY "Aucun jour d'exécution : le job ne serait jamais planifié"
		MOVE "N" TO IND-VALIDE
	END-IF.
	IF WCAL-FERIE IS NOT = "S" AND WCAL-FERIE IS NOT = "R" AND WCAL-FERIE IS NOT = "X" THEN
		DISPLAY "Règle des jours fériés invalide '" WCAL-FERIE "' : S, R ou X attendu"
		MOVE "N" TO IND-VALIDE
	END-IF.
	IF WCAL-ACTIF IS NOT = "O" AND WCAL-ACTIF IS NOT = "N" THEN
		MOVE "O" TO WCAL-ACTIF
	END-IF.
	IF IND-CARRES-OUVERT IS = "O" THEN
		CLOSE FICHIER-CARRES
		MOVE "N" TO IND-CARRES-OUVERT
	END-IF.

CONTROLER-CARRE-EXISTE.
	IF IND-CARRES-OUVERT IS NOT = "O" THEN
		OPEN INPUT FICHIER-CARRES
		IF STATUT-CARRES IS = "00" THEN
			MOVE "O" TO IND-CARRES-OUVERT
		END-IF
	END-IF.
	IF IND-CARRES-OUVERT IS NOT = "O" THEN
		DISPLAY "Fichier des carrés indisponible, carré " WCAL-CARRE-ID " non vérifiable"
		MOVE "N" TO IND-VALIDE
	ELSE
		MOVE WCAL-CARRE-ID TO CARRE-ID
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
		IF CARRE-ID IS NOT = WCAL-CARRE-ID THEN
			DISPLAY "Carré inconnu de CARRES.DAT : " WCAL-CARRE-ID
			MOVE "N" TO IND-VALIDE
		END-IF
	END-IF.

REECRIRE_CALENDRIER.
	OPEN OUTPUT FICHIER-CALENDRIER.
	IF STATUT-CALENDRIER IS NOT = "00" THEN
		DISPLAY "Calendrier des jobs non réécrivable, modification perdue"
		MOVE 8 TO WS-CODE-RETOUR
		MOVE "O" TO IND-FIN-CONSOLE
	ELSE
		PERFORM VARYING I FROM 1 BY 1 UNTIL I > CA-NB
			WRITE ENR-CALENDRIER FROM CA-POSTE(I)
		END-PERFORM
		CLOSE FICHIER-CALENDRIER
	END-IF.

AJOUTER_FERIE.
	DISPLAY "Date du jour férié (AAAAMMJJ) ?".
	ACCEPT WS-SAISIE-DATE.
	IF WS-SAISIE-DATE IS NOT NUMERIC THEN
		DISPLAY "Date illisible : " WS-SAISIE-DATE
	ELSE
		MOVE WS-SAISIE-DATE TO WS-DATE-CONTROLE
		IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CONTROLE) IS NOT = ZERO THEN
			DISPLAY "Date invalide : " WS-SAISIE-DATE
		ELSE
			PERFORM RECHERCHER-FERIE
			IF JF-IDX IS NOT = ZERO THEN
				DISPLAY "Jour férié déjà enregistré : " JF-LIBELLE(JF-IDX)
			ELSE
				IF JF-NB IS NOT < 100 THEN
					DISPLAY "Table des jours fériés pleine, ajout refusé"
				ELSE
					DISPLAY "Libellé ?"
					ACCEPT WS-SAISIE-LIBELLE
					COMPUTE JF-IDX = JF-NB + 1
					PERFORM VARYING I FROM JF-NB BY -1 UNTIL I < 1
						IF JF-DATE(I) > WS-DATE-CONTROLE THEN
							MOVE I TO JF-IDX
						END-IF
					END-PERFORM
					PERFORM VARYING I FROM JF-NB BY -1 UNTIL I < JF-IDX
						MOVE JF-POSTE(I) TO JF-POSTE(I + 1)
					END-PERFORM
					MOVE WS-DATE-CONTROLE TO JF-DATE(JF-IDX)
					MOVE WS-SAISIE-LIBELLE TO JF-LIBELLE(JF-IDX)
					ADD 1 TO JF-NB
					PERFORM REECRIRE_FERIES
					IF WS-CODE-RETOUR IS = ZERO THEN
						DISPLAY "Jour férié du " WS-DATE-CONTROLE " enregistré"
					END-IF
				END-IF
			END-IF
		END-IF
	END-IF.

RETIRER_FERIE.
	DISPLAY "Date du jour férié à retirer (AAAAMMJJ) ?".
	ACCEPT WS-SAISIE-DATE.
	IF WS-SAISIE-DATE IS NOT NUMERIC THEN
		DISPLAY "Date illisible : " WS-SAISIE-DATE
	ELSE
		MOVE WS-SAISIE-DATE TO WS-DATE-CONTROLE
		PERFORM RECHERCHER-FERIE
		IF JF-IDX IS = ZERO THEN
			DISPLAY "Jour férié inconnu : " WS-SAISIE-DATE
		ELSE
			PERFORM VARYING I FROM JF-IDX BY 1 UNTIL I NOT < JF-NB
				MOVE JF-POSTE(I + 1) TO JF-POSTE(I)
			END-PERFORM
			SUBTRACT 1 FROM JF-NB
			PERFORM REECRIRE_FERIES
			IF WS-CODE-RETOUR IS = ZERO THEN
				DISPLAY "Jour férié du " WS-DATE-CONTROLE " retiré"
			END-IF
		END-IF
	END-IF.

RECHERCHER-FERIE.
	MOVE ZERO TO JF-IDX.
	PERFORM VARYING I FROM 1 BY 1 UNTIL I > JF-NB
		IF JF-DATE(I) IS = WS-DATE-CONTROLE THEN
			MOVE I TO JF-IDX
		END-IF
	END-PERFORM.

LISTER_FERIES.
	IF JF-NB IS = ZERO THEN
		DISPLAY "Aucun jour férié enregistré"
	ELSE
		PERFORM VARYING I FROM 1 BY 1 UNTIL I > JF-NB
			DISPLAY JF-DATE(I) " " JF-LIBELLE(I)
		END-PERFORM
	END-IF.

REECRIRE_FERIES.
	OPEN OUTPUT FICHIER-FERIES.
	IF STATUT-FERIES IS NOT = "00" THEN
		DISPLAY "Fichier des jours fériés non réécrivable, modification perdue"
		MOVE 8 TO WS-CODE-RETOUR
		MOVE "O" TO IND-FIN-CONSOLE
	ELSE
		PERFORM VARYING I FROM 1 BY 1 UNTIL I > JF-NB
			WRITE ENR-FERIE FROM JF-POSTE(I)
		END-PERFORM
		CLOSE FICHIER-FERIES
	END-IF.
END PROGRAM Calendr.
