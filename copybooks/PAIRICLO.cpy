000100*----------------------------------------------------------------*
000110* PAIRICLO   -  ENREGISTREMENT DU REGISTRE DES PERIODES CLOSES
000120*               (FICHIER PAIRICLO, EN AJOUT), ECRIT PAR LE
000130*               PROGRAMME CLOTURE. CHAQUE CLOTURE MENSUELLE Y
000140*               AJOUTE UN RECAPITULATIF PAR SERVICE EMETTEUR
000150*               (PIP-TYPE S, SERVICE BLANC POUR LES SAISIES
000160*               UNITAIRES) PUIS UN TOTAL DE LA PERIODE (PIP-TYPE
000170*               T) QUI ATTESTE QUE LA PERIODE EST CLOSE : LES
000180*               RESULTATS, REJETS, TRACES D'AUDIT ET STATISTIQUES
000190*               JUSQU'A PIP-DATE-FIN SONT DANS LES GENERATIONS
000200*               DATEES <FICHIER>-AAAAMM. UNE PERIODE DEJA AU
000210*               REGISTRE NE PEUT ETRE NI CLOSE A NOUVEAU NI
000220*               ROUVERTE. LES REJETS ENCORE EN SUSPENS RESTENT
000230*               DANS LE FICHIER VIVANT (PIP-NB-REJ-REPORTES).
000240*               LES ZONES DE LA PISTE D'AUDIT ET DES
000250*               STATISTIQUES NE SONT REMPLIES QUE SUR LE TOTAL.
000260*----------------------------------------------------------------*
000270 01  PAIR-IMPAIR-CLO-REC.
000280     05  PIP-PERIODE             PIC 9(06).
000290     05  PIP-TYPE                PIC X(01).
000300         88  PIP-SOURCE-PERIODE      VALUE "S".
000310         88  PIP-TOTAL-PERIODE       VALUE "T".
000320     05  PIP-SOURCE              PIC X(04).
000330     05  PIP-DATE-FIN            PIC 9(08).
000340     05  PIP-DATE-CLOTURE        PIC 9(08).
000350     05  PIP-NB-RESULTATS        PIC 9(09).
000360     05  PIP-NB-PAIRS            PIC 9(09).
000370     05  PIP-NB-IMPAIRS          PIC 9(09).
000380     05  PIP-TOT-VALEUR          PIC S9(13)V9(04)
000390         SIGN IS LEADING SEPARATE CHARACTER.
000400     05  PIP-TOT-HASH            PIC 9(13).
000410     05  PIP-NB-REJETS           PIC 9(09).
000420     05  PIP-NB-REJ-REPORTES     PIC 9(09).
000430     05  PIP-NB-TRACES           PIC 9(09).
000440     05  PIP-PREMIERE-SEQ        PIC 9(09).
000450     05  PIP-DERNIERE-SEQ        PIC 9(09).
000460     05  PIP-NB-STATS            PIC 9(07).
000470     05  FILLER                  PIC X(10).
