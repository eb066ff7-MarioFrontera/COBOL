000100*----------------------------------------------------------------*
000110* PAIRISRV   -  ENREGISTREMENT DU REFERENTIEL INDEXE DES
000120*               SERVICES EMETTEURS (CLE PIV-CODE). TENU A JOUR
000130*               PAR LE PROGRAMME SERVICES, INTERROGE PAR
000140*               PAIR-IMPAIR ET IMPORTATION A L'OUVERTURE DE
000150*               CHAQUE LOT : UN LOT D'UN SERVICE INCONNU OU
000160*               FERME EST MIS EN QUARANTAINE. PIV-VOLUME-JOUR
000170*               EST LE NOMBRE DE VALEURS ATTENDU PAR JOUR,
000180*               COMPARE AU VOLUME REEL PAR TENDANCE.
000190*----------------------------------------------------------------*
000200 01  PAIR-IMPAIR-SRV-REC.
000210     05  PIV-CODE                PIC X(04).
000220     05  PIV-NOM                 PIC X(30).
000230     05  PIV-STATUT              PIC X(01).
000240         88  PIV-ACTIF               VALUE "A".
000250         88  PIV-FERME               VALUE "F".
000260     05  PIV-VOLUME-JOUR         PIC 9(07).
000270     05  PIV-DATE-CREATION       PIC 9(08).
000280     05  PIV-DATE-FERMETURE      PIC 9(08).
000290     05  FILLER                  PIC X(10).
