000100*----------------------------------------------------------------*
000110* PAIRIJOP   -  ENREGISTREMENT DU JOURNAL DES OPERATIONS
000120*               SENSIBLES (FICHIER PAIRIJOP, EN AJOUT), ECRIT PAR
000130*               LE SOUS-PROGRAMME HABILITE. CHAQUE DEMANDE
000140*               D'ACTION SENSIBLE Y LAISSE UNE LIGNE ACCORDEE (A)
000150*               OU REFUSEE (R, AVEC LE MOTIF) ; UNE ACTION
000160*               ACCORDEE Y LAISSE EN FIN DE PROGRAMME UNE LIGNE
000170*               TERMINEE (T) AVEC LE CODE RETOUR. UNE ACTION
000180*               ACCORDEE SANS LIGNE TERMINEE S'EST ARRETEE EN
000190*               COURS. LISTE PAR LE PROGRAMME JOURNAL.
000200*----------------------------------------------------------------*
000210 01  PAIR-IMPAIR-JOP-REC.
000220     05  PIL-DATE                PIC 9(08).
000230     05  PIL-HEURE               PIC 9(06).
000240     05  PIL-OPERATEUR           PIC X(08).
000250     05  PIL-APPROBATEUR         PIC X(08).
000260     05  PIL-PROGRAMME           PIC X(12).
000270     05  PIL-ACTION              PIC X(14).
000280     05  PIL-RESULTAT            PIC X(01).
000290         88  PIL-ACCORDEE            VALUE "A".
000300         88  PIL-REFUSEE             VALUE "R".
000310         88  PIL-TERMINEE            VALUE "T".
000320     05  PIL-CODE-RETOUR         PIC 9(02).
000330     05  PIL-MOTIF               PIC X(30).
000340     05  PIL-PARAMETRES          PIC X(80).
000350     05  FILLER                  PIC X(10).
