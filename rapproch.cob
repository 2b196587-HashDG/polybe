DATA DIVISION.
FILE SECTION.
FD  FICHIER-AUDIT.
	01	ENR-AUDIT		PIC	X(149).
FD  FICHIER-RESULTATS.
	01	ENR-RESULTAT		PIC	X(480).
FD  FICHIER-CHECKPOINT.
	01	WS-NOM-FICHIER-RESULTATS	PIC	X(30)	VALUE "RESULTATS.DAT".
	01	WS-DATE-HEURE		PIC	X(21).
	01	WS-DATE-RAPPORT		PIC	X(8).
	01	WS-LIGNE-AUDIT		PIC	X(149).
	01	WS-LIGNE-RAPPROCH	PIC	X(132).
	01	WS-PTR-RAPPROCH		PIC	999.
	01	IND-FIN-AUDIT		PIC	A	VALUE "N".
