000100*----------------------------------------------------------------*
000110* PAIRICHD   -  ENREGISTREMENT DE LA DEFINITION DE LA CHAINE DE
000120*               NUIT (FICHIER PAIRICHD), LU PAR LE PROGRAMME
000130*               ENCHAINEMENT. LES LIGNES VIDES ET LES LIGNES
000140*               COMMENCANT PAR * SONT IGNOREES. UNE LIGNE ETAPE
000150*               (PCD-TYPE E) DONNE LE NUMERO D'ETAPE, STRICTEMENT
000160*               CROISSANT, LE PROGRAMME, LE NOM DE SON FICHIER DE
000170*               PARAMETRES (A BLANC SI LE PROGRAMME N'EN A PAS),
000180*               LES CODES RETOUR QUI PERMETTENT DE CONTINUER
000190*               (JUSQU'A SIX, A BLANC = 00 SEUL) ET LA COMMANDE
000200*               QUI LANCE LE PROGRAMME. LES LIGNES CARTE (PCD-TYPE
000210*               C) QUI SUIVENT, DE MEME NUMERO D'ETAPE, SONT LES
000220*               CARTES PARAMETRES ECRITES DANS CE FICHIER AVANT LE
000230*               LANCEMENT. ORDRE DE NUIT : IMPORTATION,
000240*               PAIR-IMPAIR, RECYCLAGE, RAPPROCHEMENT,
000250*               SURVEILLANCE, TENDANCE ET EXTRACTION.
000260*----------------------------------------------------------------*
000270 01  PAIR-IMPAIR-CHD-REC.
000280     05  PCD-TYPE                PIC X(01).
000290         88  PCD-ETAPE               VALUE "E".
000300         88  PCD-CARTE               VALUE "C".
000310     05  FILLER                  PIC X(01).
000320     05  PCD-NO-ETAPE            PIC 9(02).
000330     05  FILLER                  PIC X(01).
000340     05  PCD-CORPS               PIC X(122).
000350     05  PCD-DEF-ETAPE REDEFINES PCD-CORPS.
000360         10  PCD-PROGRAMME       PIC X(14).
000370         10  FILLER              PIC X(01).
000380         10  PCD-FIC-PARAMETRES  PIC X(08).
000390         10  FILLER              PIC X(01).
000400         10  PCD-CODES-ADMIS.
000410             15  PCD-CODE-ADMIS  OCCURS 6 TIMES.
000420                 20  PCD-CODE    PIC X(02).
000430                 20  FILLER      PIC X(01).
000440         10  PCD-COMMANDE        PIC X(80).
000450     05  PCD-DEF-CARTE REDEFINES PCD-CORPS.
000460         10  PCD-CARTE-TEXTE     PIC X(80).
000470         10  FILLER              PIC X(42).
