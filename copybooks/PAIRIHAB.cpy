000100*----------------------------------------------------------------*
000110* PAIRIHAB   -  ZONE D'APPEL DU SOUS-PROGRAMME HABILITE
000120*               (CALL "HABILITE" USING HABILITATION-ZONE).
000130*               HAB-CONTROLER : L'OPERATEUR (ET L'APPROBATEUR SI
000140*               HAB-DOUBLE-REGARD) EST CONTROLE CONTRE PAIRIOPE ;
000150*               LA DECISION ET LE MOTIF DU REFUS SONT RENDUS ET
000160*               LA DEMANDE EST JOURNALISEE SUR PAIRIJOP.
000170*               HAB-CONCLURE : LA FIN DE L'ACTION EST
000180*               JOURNALISEE AVEC HAB-CODE-RETOUR. LE PROGRAMME
000190*               APPELANT REPOSITIONNE SON CODE RETOUR APRES
000200*               L'APPEL.
000210*----------------------------------------------------------------*
000220 01  HABILITATION-ZONE.
000230     05  HAB-FONCTION            PIC X(01).
000240         88  HAB-CONTROLER           VALUE "C".
000250         88  HAB-CONCLURE            VALUE "F".
000260     05  HAB-PROGRAMME           PIC X(12).
000270     05  HAB-ACTION              PIC X(14).
000280     05  HAB-OPERATEUR           PIC X(08).
000290     05  HAB-APPROBATEUR         PIC X(08).
000300     05  HAB-DOUBLE-REGARD       PIC X(01).
000310         88  HAB-DOUBLE-EXIGE        VALUE "O".
000320     05  HAB-PARAMETRES          PIC X(80).
000330     05  HAB-CODE-RETOUR         PIC 9(02).
000340     05  HAB-DECISION            PIC X(01).
000350         88  HAB-ACCORDEE            VALUE "A".
000360         88  HAB-REFUSEE             VALUE "R".
000370     05  HAB-MOTIF               PIC X(30).
