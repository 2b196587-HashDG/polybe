IDENTIFICATION DIVISION.
PROGRAM-ID. Habilit.
DATE-WRITTEN. 15/10/26.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT FICHIER-OPERATEURS ASSIGN TO "OPERATEURS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-OPERATEURS.
	SELECT FICHIER-CARRES ASSIGN TO "CARRES.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CARRE-CLE
		FILE STATUS IS STATUT-CARRES.
	SELECT FICHIER-HISTORIQUE ASSIGN TO "OPERHIST.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATUT-HISTORIQUE.

DATA DIVISION.
FILE SECTION.
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
FD  FICHIER-HISTORIQUE.
	01	ENR-HISTORIQUE		PIC	X(170).

WORKING-STORAGE SECTION.
	01	STATUT-OPERATEURS	PIC	XX.
	01	STATUT-CARRES		PIC	XX.
	01	STATUT-HISTORIQUE	PIC	XX.
	01	WS-DATE-HEURE		PIC	X(21).
	01	WS-DATE-JOUR		PIC	9(8).
	01	WS-MAINTENEUR		PIC	X(8)	VALUE SPACE.
	01	WS-ID-SAISI		PIC	X(8).
	01	WS-CHOIX-MENU		PIC	X.
	01	WS-SAISIE		PIC	X.
	01	WS-SAISIE-CARRE		PIC	X(10).
	01	WS-SAISIE-DATE		PIC	X(8).
	01	WS-DATE-CONTROLE	PIC	9(8).
	01	WS-ACTION		PIC	X(8).
	01	WS-CODE-RETOUR		PIC	99	VALUE ZERO.
	01	IND-FIN-CONSOLE		PIC	A	VALUE "N".
	01	IND-FIN-OPERATEURS	PIC	A	VALUE "N".
	01	IND-MAINTENEUR-OK	PIC	A	VALUE "N".
	01	IND-CREATION-INITIALE	PIC	A	VALUE "N".
	01	IND-TABLE-PLEINE	PIC	A	VALUE "N".
	01	IND-VALIDE		PIC	A	VALUE "N".
	01	IND-JOKER-CONFIRME	PIC	A	VALUE "N".
	01	IND-CARRES-OUVERT	PIC	A	VALUE "N".
	01	IND-HISTORIQUE-OUVERT	PIC	A	VALUE "N".
	01	IND-OPERATEURS-REECRITS	PIC	A	VALUE "N".
	01	K			PIC	9.
	01	L			PIC	9.
	01	I			PIC	999.
	01	TABLE-OPERATEURS.
		05	TO-POSTE	OCCURS 200.
			10	TO-ID		PIC	X(8).
			10	TO-AUT-CODER	PIC	X.
			10	TO-AUT-DECODER	PIC	X.
			10	TO-AUT-CLES	PIC	X.
			10	TO-CARRE-AUT	OCCURS 5	PIC	X(10).
			10	TO-STATUT	PIC	X.
			10	TO-DATE-FIN	PIC	X(8).
	01	TO-NB			PIC	999	VALUE ZERO.
	01	TO-IDX			PIC	999	VALUE ZERO.
	01	WS-ENR-OPERATEUR.
		05	WOPER-ID		PIC	X(8).
		05	WOPER-AUT-CODER		PIC	X.
		05	WOPER-AUT-DECODER	PIC	X.
		05	WOPER-AUT-CLES		PIC	X.
		05	WOPER-CARRE-AUT		OCCURS 5	PIC	X(10).
		05	WOPER-STATUT		PIC	X.
		05	WOPER-DATE-FIN		PIC	X(8).
	01	WS-ENR-AVANT		PIC	X(70).
	01	WS-ENR-HISTORIQUE.
		05	HIST-HORODATAGE		PIC	X(14).
		05	HIST-AUTEUR		PIC	X(8).
		05	HIST-ACTION		PIC	X(8).
		05	HIST-AVANT		PIC	X(70).
		05	HIST-APRES		PIC	X(70).

PROCEDURE DIVISION.
PROGRAMME-PRINCIPAL.
	MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.
	MOVE WS-DATE-HEURE(1:8) TO WS-DATE-JOUR.
	PERFORM CHARGER_OPERATEURS.
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
					PERFORM CREER_OPERATEUR
				ELSE
					IF WS-CHOIX-MENU IS = "2" THEN
						PERFORM MODIFIER_OPERATEUR
					ELSE
						IF WS-CHOIX-MENU IS = "3" THEN
							PERFORM SUSPENDRE_OPERATEUR
						ELSE
							IF WS-CHOIX-MENU IS = "4" THEN
								PERFORM REACTIVER_OPERATEUR
							ELSE
								IF WS-CHOIX-MENU IS = "5" THEN
									PERFORM LISTER_OPERATEURS
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
			END-PERFORM
		END-IF
	END-IF.
	MOVE WS-CODE-RETOUR TO RETURN-CODE.
	STOP RUN.

CHARGER_OPERATEURS.
	MOVE ZERO TO TO-NB.
	MOVE "N" TO IND-FIN-OPERATEURS.
	MOVE "N" TO IND-TABLE-PLEINE.
	OPEN INPUT FICHIER-OPERATEURS.
	IF STATUT-OPERATEURS IS = "35" THEN
		DISPLAY "Fichier des opérateurs absent, il sera créé"
	ELSE
		IF STATUT-OPERATEURS IS NOT = "00" THEN
			DISPLAY "Fichier des opérateurs illisible, maintenance impossible"
			MOVE 8 TO WS-CODE-RETOUR
		ELSE
			PERFORM UNTIL IND-FIN-OPERATEURS IS = "O"
				READ FICHIER-OPERATEURS
					AT END
						MOVE "O" TO IND-FIN-OPERATEURS
					NOT AT END
						IF OPER-ID IS NOT = SPACE THEN
							IF TO-NB < 200 THEN
								ADD 1 TO TO-NB
								MOVE ENR-OPERATEUR TO TO-POSTE(TO-NB)
							ELSE
								MOVE "O" TO IND-TABLE-PLEINE
							END-IF
						END-IF
				END-READ
			END-PERFORM
			CLOSE FICHIER-OPERATEURS
			IF IND-TABLE-PLEINE IS = "O" THEN
				DISPLAY "Fichier des opérateurs trop volumineux (plus de 200), maintenance impossible"
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
	IF TO-NB IS = ZERO THEN
		DISPLAY "ATTENTION : aucun opérateur enregistré, création initiale autorisée pour " WS-MAINTENEUR
		MOVE "O" TO IND-CREATION-INITIALE
		MOVE "O" TO IND-MAINTENEUR-OK
	ELSE
		MOVE WS-MAINTENEUR TO WS-ID-SAISI
		PERFORM RECHERCHER-OPERATEUR
		IF TO-IDX IS = ZERO THEN
			DISPLAY "Opérateur inconnu, maintenance refusée"
		ELSE
			IF TO-AUT-CLES(TO-IDX) IS NOT = "O" THEN
				DISPLAY "Opérateur non habilité aux clés, maintenance refusée"
			ELSE
				IF TO-STATUT(TO-IDX) IS = "S" THEN
					DISPLAY "Opérateur suspendu, maintenance refusée"
				ELSE
					IF TO-DATE-FIN(TO-IDX) IS NUMERIC AND TO-DATE-FIN(TO-IDX) IS NOT = ZERO
							AND TO-DATE-FIN(TO-IDX) < WS-DATE-JOUR THEN
						DISPLAY "Habilitation échue depuis le " TO-DATE-FIN(TO-IDX) ", maintenance refusée"
					ELSE
						MOVE "O" TO IND-MAINTENEUR-OK
					END-IF
				END-IF
			END-IF
		END-IF
	END-IF.

AFFICHER_MENU.
	DISPLAY " ".
	DISPLAY "===== MAINTENANCE DES OPERATEURS =====".
	DISPLAY "Mainteneur : " WS-MAINTENEUR "   Opérateurs enregistrés : " TO-NB.
	DISPLAY "1 - Créer un opérateur".
	DISPLAY "2 - Modifier les habilitations d'un opérateur".
	DISPLAY "3 - Suspendre un opérateur".
	DISPLAY "4 - Réactiver un opérateur".
	DISPLAY "5 - Lister les opérateurs".
	DISPLAY "9 - Quitter".
	DISPLAY "Votre choix ?".

RECHERCHER-OPERATEUR.
	MOVE ZERO TO TO-IDX.
	PERFORM VARYING I FROM 1 BY 1 UNTIL I > TO-NB
		IF TO-ID(I) IS = WS-ID-SAISI THEN
			MOVE I TO TO-IDX
		END-IF
	END-PERFORM.

SAISIR-ID-EXISTANT.
	MOVE ZERO TO TO-IDX.
	DISPLAY "Identifiant de l'opérateur ?".
	ACCEPT WS-ID-SAISI.
	IF WS-ID-SAISI IS NOT = SPACE THEN
		PERFORM RECHERCHER-OPERATEUR
		IF TO-IDX IS = ZERO THEN
			DISPLAY "Opérateur inconnu : " WS-ID-SAISI
		ELSE
			IF WS-ID-SAISI IS = WS-MAINTENEUR AND IND-CREATION-INITIALE IS NOT = "O" THEN
				DISPLAY "Un opérateur ne peut pas modifier ses propres habilitations"
				MOVE ZERO TO TO-IDX
			END-IF
		END-IF
	END-IF.

CREER_OPERATEUR.
	DISPLAY "Identifiant du nouvel opérateur ?".
	ACCEPT WS-ID-SAISI.
	IF WS-ID-SAISI IS = SPACE THEN
		DISPLAY "Création abandonnée"
	ELSE
		PERFORM RECHERCHER-OPERATEUR
		IF TO-IDX IS NOT = ZERO THEN
			DISPLAY "Opérateur déjà enregistré, utiliser la modification"
		ELSE
			IF TO-NB IS NOT < 200 THEN
				DISPLAY "Table des opérateurs pleine, création refusée"
			ELSE
				MOVE SPACE TO WS-ENR-OPERATEUR
				MOVE WS-ID-SAISI TO WOPER-ID
				MOVE "N" TO WOPER-AUT-CODER
				MOVE "N" TO WOPER-AUT-DECODER
				MOVE "N" TO WOPER-AUT-CLES
				MOVE "A" TO WOPER-STATUT
				MOVE ZERO TO WOPER-DATE-FIN
				PERFORM SAISIR-HABILITATIONS
				PERFORM VALIDER-OPERATEUR
				IF IND-VALIDE IS = "O" THEN
					ADD 1 TO TO-NB
					MOVE WS-ENR-OPERATEUR TO TO-POSTE(TO-NB)
					MOVE SPACE TO WS-ENR-AVANT
					MOVE "CREATION" TO WS-ACTION
					PERFORM ENREGISTRER-MODIFICATION
				ELSE
					DISPLAY "Création refusée, aucun enregistrement"
				END-IF
			END-IF
		END-IF
	END-IF.

MODIFIER_OPERATEUR.
	PERFORM SAISIR-ID-EXISTANT.
	IF TO-IDX IS NOT = ZERO THEN
		MOVE TO-POSTE(TO-IDX) TO WS-ENR-OPERATEUR
		MOVE TO-POSTE(TO-IDX) TO WS-ENR-AVANT
		PERFORM AFFICHER-OPERATEUR-SAISI
		PERFORM SAISIR-HABILITATIONS
		PERFORM VALIDER-OPERATEUR
		IF IND-VALIDE IS NOT = "O" THEN
			DISPLAY "Modification refusée, habilitations inchangées"
		ELSE
			IF WS-ENR-OPERATEUR IS = WS-ENR-AVANT THEN
				DISPLAY "Aucune modification saisie"
			ELSE
				MOVE WS-ENR-OPERATEUR TO TO-POSTE(TO-IDX)
				MOVE "MODIF" TO WS-ACTION
				PERFORM ENREGISTRER-MODIFICATION
			END-IF
		END-IF
	END-IF.

SUSPENDRE_OPERATEUR.
	PERFORM SAISIR-ID-EXISTANT.
	IF TO-IDX IS NOT = ZERO THEN
		IF TO-STATUT(TO-IDX) IS = "S" THEN
			DISPLAY "Opérateur déjà suspendu"
		ELSE
			MOVE TO-POSTE(TO-IDX) TO WS-ENR-AVANT
			MOVE "S" TO TO-STATUT(TO-IDX)
			MOVE TO-POSTE(TO-IDX) TO WS-ENR-OPERATEUR
			MOVE "SUSPENS" TO WS-ACTION
			PERFORM ENREGISTRER-MODIFICATION
		END-IF
	END-IF.

REACTIVER_OPERATEUR.
	PERFORM SAISIR-ID-EXISTANT.
	IF TO-IDX IS NOT = ZERO THEN
		IF TO-STATUT(TO-IDX) IS NOT = "S" THEN
			DISPLAY "Opérateur non suspendu"
		ELSE
			MOVE TO-POSTE(TO-IDX) TO WS-ENR-AVANT
			MOVE TO-POSTE(TO-IDX) TO WS-ENR-OPERATEUR
			MOVE "A" TO WOPER-STATUT
			IF WOPER-DATE-FIN IS NUMERIC AND WOPER-DATE-FIN IS NOT = ZERO
					AND WOPER-DATE-FIN < WS-DATE-JOUR THEN
				DISPLAY "Habilitation échue le " WOPER-DATE-FIN ", nouvelle date de fin requise"
				PERFORM SAISIR-DATE-FIN
			END-IF
			MOVE "N" TO IND-JOKER-CONFIRME
			PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
				IF WOPER-CARRE-AUT(K) IS = "*" THEN
					MOVE "O" TO IND-JOKER-CONFIRME
				END-IF
			END-PERFORM
			PERFORM VALIDER-OPERATEUR
			IF IND-VALIDE IS NOT = "O" THEN
				DISPLAY "Réactivation refusée"
			ELSE
				MOVE WS-ENR-OPERATEUR TO TO-POSTE(TO-IDX)
				MOVE "REACTIV" TO WS-ACTION
				PERFORM ENREGISTRER-MODIFICATION
			END-IF
		END-IF
	END-IF.

LISTER_OPERATEURS.
	IF TO-NB IS = ZERO THEN
		DISPLAY "Aucun opérateur enregistré"
	ELSE
		DISPLAY "ID       C D K ST FIN      CARRES AUTORISES"
		PERFORM VARYING I FROM 1 BY 1 UNTIL I > TO-NB
			DISPLAY TO-ID(I) " " TO-AUT-CODER(I) " " TO-AUT-DECODER(I) " " TO-AUT-CLES(I)
				" " TO-STATUT(I) "  " TO-DATE-FIN(I)
				" " TO-CARRE-AUT(I, 1) " " TO-CARRE-AUT(I, 2) " " TO-CARRE-AUT(I, 3)
				" " TO-CARRE-AUT(I, 4) " " TO-CARRE-AUT(I, 5)
		END-PERFORM
	END-IF.

AFFICHER-OPERATEUR-SAISI.
	DISPLAY "Opérateur " WOPER-ID " statut " WOPER-STATUT " fin de validité " WOPER-DATE-FIN.
	DISPLAY "  Coder=" WOPER-AUT-CODER " Décoder=" WOPER-AUT-DECODER " Clés=" WOPER-AUT-CLES.
	PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
		DISPLAY "  Carré autorisé " K " : " WOPER-CARRE-AUT(K)
	END-PERFORM.

SAISIR-HABILITATIONS.
	DISPLAY "Autorisation de coder (O/N, vide = " WOPER-AUT-CODER ") ?".
	ACCEPT WS-SAISIE.
	IF WS-SAISIE IS NOT = SPACE THEN
		MOVE FUNCTION UPPER-CASE(WS-SAISIE) TO WOPER-AUT-CODER
	END-IF.
	DISPLAY "Autorisation de décoder (O/N, vide = " WOPER-AUT-DECODER ") ?".
	ACCEPT WS-SAISIE.
	IF WS-SAISIE IS NOT = SPACE THEN
		MOVE FUNCTION UPPER-CASE(WS-SAISIE) TO WOPER-AUT-DECODER
	END-IF.
	DISPLAY "Autorisation de gestion des clés (O/N, vide = " WOPER-AUT-CLES ") ?".
	ACCEPT WS-SAISIE.
	IF WS-SAISIE IS NOT = SPACE THEN
		MOVE FUNCTION UPPER-CASE(WS-SAISIE) TO WOPER-AUT-CLES
	END-IF.
	PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
		DISPLAY "Carré autorisé " K " (vide = " WOPER-CARRE-AUT(K) ", - = effacer, * = tous) ?"
		ACCEPT WS-SAISIE-CARRE
		IF WS-SAISIE-CARRE IS = "-" THEN
			MOVE SPACE TO WOPER-CARRE-AUT(K)
		ELSE
			IF WS-SAISIE-CARRE IS NOT = SPACE THEN
				MOVE WS-SAISIE-CARRE TO WOPER-CARRE-AUT(K)
			END-IF
		END-IF
	END-PERFORM.
	MOVE "N" TO IND-JOKER-CONFIRME.
	PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
		IF WOPER-CARRE-AUT(K) IS = "*" AND IND-JOKER-CONFIRME IS = "N" THEN
			DISPLAY "ATTENTION : '*' donne accès à TOUS les carrés. Confirmer (O/N) ?"
			ACCEPT WS-SAISIE
			IF WS-SAISIE IS = "O" OR WS-SAISIE IS = "o" THEN
				MOVE "O" TO IND-JOKER-CONFIRME
			ELSE
				MOVE "R" TO IND-JOKER-CONFIRME
			END-IF
		END-IF
	END-PERFORM.
	DISPLAY "Date de fin de validité actuelle : " WOPER-DATE-FIN.
	DISPLAY "Modifier la date de fin de validité (O/N) ?".
	ACCEPT WS-SAISIE.
	IF WS-SAISIE IS = "O" OR WS-SAISIE IS = "o" THEN
		PERFORM SAISIR-DATE-FIN
	END-IF.

SAISIR-DATE-FIN.
	DISPLAY "Date de fin de validité (AAAAMMJJ, 0 = sans limite) ?".
	ACCEPT WS-SAISIE-DATE.
	IF WS-SAISIE-DATE IS = "0" OR WS-SAISIE-DATE IS = SPACE THEN
		MOVE ZERO TO WOPER-DATE-FIN
	ELSE
		MOVE WS-SAISIE-DATE TO WOPER-DATE-FIN
	END-IF.

VALIDER-OPERATEUR.
	MOVE "O" TO IND-VALIDE.
	IF WOPER-ID IS = SPACE THEN
		DISPLAY "Identifiant d'opérateur vide"
		MOVE "N" TO IND-VALIDE
	END-IF.
	IF WOPER-AUT-CODER IS NOT = "O" AND WOPER-AUT-CODER IS NOT = "N" THEN
		DISPLAY "Autorisation de coder invalide '" WOPER-AUT-CODER "' : O ou N attendu"
		MOVE "N" TO IND-VALIDE
	END-IF.
	IF WOPER-AUT-DECODER IS NOT = "O" AND WOPER-AUT-DECODER IS NOT = "N" THEN
		DISPLAY "Autorisation de décoder invalide '" WOPER-AUT-DECODER "' : O ou N attendu"
		MOVE "N" TO IND-VALIDE
	END-IF.
	IF WOPER-AUT-CLES IS NOT = "O" AND WOPER-AUT-CLES IS NOT = "N" THEN
		DISPLAY "Autorisation de gestion des clés invalide '" WOPER-AUT-CLES "' : O ou N attendu"
		MOVE "N" TO IND-VALIDE
	END-IF.
	IF WOPER-STATUT IS NOT = "A" AND WOPER-STATUT IS NOT = "S" THEN
		MOVE "A" TO WOPER-STATUT
	END-IF.
	IF WOPER-DATE-FIN IS = SPACE THEN
		MOVE ZERO TO WOPER-DATE-FIN
	END-IF.
	IF WOPER-DATE-FIN IS NOT NUMERIC THEN
		DISPLAY "Date de fin de validité illisible : " WOPER-DATE-FIN
		MOVE "N" TO IND-VALIDE
	ELSE
		MOVE WOPER-DATE-FIN TO WS-DATE-CONTROLE
		IF WS-DATE-CONTROLE IS NOT = ZERO THEN
			IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CONTROLE) IS NOT = ZERO THEN
				DISPLAY "Date de fin de validité invalide : " WOPER-DATE-FIN
				MOVE "N" TO IND-VALIDE
			ELSE
				IF WOPER-DATE-FIN < WS-DATE-JOUR THEN
					DISPLAY "Date de fin de validité déjà échue : " WOPER-DATE-FIN
					MOVE "N" TO IND-VALIDE
				END-IF
			END-IF
		END-IF
	END-IF.
	IF IND-JOKER-CONFIRME IS = "R" THEN
		DISPLAY "Accès à tous les carrés non confirmé"
		MOVE "N" TO IND-VALIDE
	END-IF.
	PERFORM VALIDER-CARRES-AUTORISES.

VALIDER-CARRES-AUTORISES.
	MOVE "N" TO IND-CARRES-OUVERT.
	PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
		IF WOPER-CARRE-AUT(K) IS NOT = SPACE THEN
			PERFORM VARYING L FROM 1 BY 1 UNTIL L = K
				IF WOPER-CARRE-AUT(L) IS = WOPER-CARRE-AUT(K) THEN
					DISPLAY "Carré autorisé en double : " WOPER-CARRE-AUT(K)
					MOVE "N" TO IND-VALIDE
				END-IF
			END-PERFORM
			IF WOPER-CARRE-AUT(K)(1:1) IS = "*" THEN
				IF WOPER-CARRE-AUT(K) IS NOT = "*" THEN
					DISPLAY "Carré autorisé invalide '" WOPER-CARRE-AUT(K) "' : '*' doit être saisi seul"
					MOVE "N" TO IND-VALIDE
				END-IF
			ELSE
				PERFORM CONTROLER-CARRE-EXISTE
			END-IF
		END-IF
	END-PERFORM.
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
		DISPLAY "Fichier des carrés indisponible, carré " WOPER-CARRE-AUT(K) " non vérifiable"
		MOVE "N" TO IND-VALIDE
	ELSE
		MOVE WOPER-CARRE-AUT(K) TO CARRE-ID
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
		IF CARRE-ID IS NOT = WOPER-CARRE-AUT(K) THEN
			DISPLAY "Carré inconnu de CARRES.DAT : " WOPER-CARRE-AUT(K)
			MOVE "N" TO IND-VALIDE
		END-IF
	END-IF.

ENREGISTRER-MODIFICATION.
	PERFORM OUVRIR-HISTORIQUE.
	IF IND-HISTORIQUE-OUVERT IS NOT = "O" THEN
		DISPLAY "Historique des habilitations (OPERHIST.DAT) indisponible, modification refusée"
		IF WS-CODE-RETOUR < 4 THEN
			MOVE 4 TO WS-CODE-RETOUR
		END-IF
		PERFORM ANNULER-MODIFICATION
	ELSE
		PERFORM REECRIRE_OPERATEURS
		IF IND-OPERATEURS-REECRITS IS = "O" THEN
			PERFORM ECRIRE-HISTORIQUE
			DISPLAY "Opérateur " WOPER-ID " enregistré (" WS-ACTION ")"
		END-IF
		CLOSE FICHIER-HISTORIQUE
		MOVE "N" TO IND-HISTORIQUE-OUVERT
	END-IF.

ANNULER-MODIFICATION.
	IF WS-ACTION IS = "CREATION" THEN
		SUBTRACT 1 FROM TO-NB
	ELSE
		MOVE WS-ENR-AVANT TO TO-POSTE(TO-IDX)
	END-IF.

OUVRIR-HISTORIQUE.
	MOVE "N" TO IND-HISTORIQUE-OUVERT.
	OPEN EXTEND FICHIER-HISTORIQUE.
	IF STATUT-HISTORIQUE IS = "35" THEN
		OPEN OUTPUT FICHIER-HISTORIQUE
	END-IF.
	IF STATUT-HISTORIQUE IS = "00" THEN
		MOVE "O" TO IND-HISTORIQUE-OUVERT
	END-IF.

REECRIRE_OPERATEURS.
	MOVE "N" TO IND-OPERATEURS-REECRITS.
	OPEN OUTPUT FICHIER-OPERATEURS.
	IF STATUT-OPERATEURS IS NOT = "00" THEN
		DISPLAY "Fichier des opérateurs non réécrivable, modification perdue"
		MOVE 8 TO WS-CODE-RETOUR
		MOVE "O" TO IND-FIN-CONSOLE
	ELSE
		PERFORM VARYING I FROM 1 BY 1 UNTIL I > TO-NB
			WRITE ENR-OPERATEUR FROM TO-POSTE(I)
		END-PERFORM
		CLOSE FICHIER-OPERATEURS
		MOVE "O" TO IND-OPERATEURS-REECRITS
	END-IF.

ECRIRE-HISTORIQUE.
	MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE.
	MOVE WS-DATE-HEURE(1:14) TO HIST-HORODATAGE.
	MOVE WS-MAINTENEUR TO HIST-AUTEUR.
	MOVE WS-ACTION TO HIST-ACTION.
	MOVE WS-ENR-AVANT TO HIST-AVANT.
	MOVE WS-ENR-OPERATEUR TO HIST-APRES.
	WRITE ENR-HISTORIQUE FROM WS-ENR-HISTORIQUE.
	IF STATUT-HISTORIQUE IS NOT = "00" THEN
		DISPLAY "ATTENTION : écriture de l'historique des habilitations (OPERHIST.DAT) en erreur " STATUT-HISTORIQUE
		IF WS-CODE-RETOUR < 4 THEN
			MOVE 4 TO WS-CODE-RETOUR
		END-IF
	END-IF.
END PROGRAM Habilit.

