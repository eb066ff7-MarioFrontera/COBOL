000100*----------------------------------------------------------------*
000110* PAIRICST   -  ENREGISTREMENT DU FICHIER INDEXE DE L'ETAT DE LA
000120*               CHAINE DE NUIT (FICHIER PAIRICST), TENU PAR LE
000130*               PROGRAMME ENCHAINEMENT. UN ENREGISTREMENT PAR
000140*               ETAPE LANCEE, CLE PCS-CLE = DATE METIER SUIVIE DU
000150*               NUMERO D'ETAPE. PCS-STATUT VAUT E PENDANT
000160*               L'EXECUTION, T QUAND L'ETAPE S'EST TERMINEE AVEC
000170*               UN CODE RETOUR ADMIS (ELLE N'EST JAMAIS RELANCEE
000180*               POUR CETTE DATE) ET A QUAND ELLE A ECHOUE (LA
000190*               REPRISE RECOMMENCE A CETTE ETAPE). UNE ETAPE
000200*               RESTEE EN E A ETE INTERROMPUE AVEC LE PROGRAMME
000210*               PILOTE ET EST RELANCEE A LA REPRISE. LES NUMEROS
000220*               D'EXECUTION SONT CEUX PRIS DANS PAIRIRUN PENDANT
000230*               L'ETAPE (ZERO SI AUCUN). UN CODE RETOUR 999
000240*               SIGNALE UNE FIN ANORMALE SANS CODE RETOUR.
000250*----------------------------------------------------------------*
000260 01  PAIR-IMPAIR-CST-REC.
000270     05  PCS-CLE.
000280         10  PCS-DATE-METIER     PIC 9(08).
000290         10  PCS-NO-ETAPE        PIC 9(02).
000300     05  PCS-PROGRAMME           PIC X(14).
000310     05  PCS-STATUT              PIC X(01).
000320         88  PCS-EN-COURS            VALUE "E".
000330         88  PCS-TERMINEE            VALUE "T".
000340         88  PCS-EN-ECHEC            VALUE "A".
000350     05  PCS-DATE-DEBUT          PIC 9(08).
000360     05  PCS-HEURE-DEBUT         PIC 9(06).
000370     05  PCS-DATE-FIN            PIC 9(08).
000380     05  PCS-HEURE-FIN           PIC 9(06).
000390     05  PCS-CODE-RETOUR         PIC 9(03).
000400     05  PCS-PREMIERE-EXECUTION  PIC 9(05).
000410     05  PCS-DERNIERE-EXECUTION  PIC 9(05).
000420     05  PCS-NB-LANCEMENTS       PIC 9(03).
000430     05  FILLER                  PIC X(13).
