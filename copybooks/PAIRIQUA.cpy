000110* PAIRIQUA   -  ENREGISTREMENT DU FICHIER DE QUARANTAINE DES
000120*               LOTS REFUSES PAR LE CONTROLE DE LOT DE
000130*               PAIR-IMPAIR (ECART NOMBRE, ECART HASH OU FIN
000140*               ABSENTE) ET DES LOTS D'UN SERVICE EMETTEUR
000141*               INCONNU OU FERME DU REFERENTIEL PAIRISRV (MOTIF
000142*               "SERVICE INCONNU" OU "SERVICE FERME"), ECRITS PAR
000143*               PAIR-IMPAIR (OUVERTURE DU LOT) ET PAR
000144*               IMPORTATION. CHAQUE LIGNE DU LOT (ENTETE "HDR",
000150*               DONNEES, FIN "TRL") EST CONSERVEE TELLE QUELLE
000160*               DANS PIQ-LIGNE. LE STATUT EST TENU A JOUR PAR
000170*               LE PROGRAMME QUARANTAINE : BLANC = EN ATTENTE,
