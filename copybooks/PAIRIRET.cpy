000100*----------------------------------------------------------------*
000110* PAIRIRET   -  ENREGISTREMENT DU FICHIER DES VALEURS RETENUES
000120*               POUR APPROBATION (FICHIER PAIRIRET). UNE VALEUR
000130*               VALIDE DONT LA VALEUR ABSOLUE DEPASSE LE SEUIL
000140*               DE SON SERVICE (PARAMETRES PAIRISEU) N'EST PAS
000150*               CLASSEE PAR PAIR-IMPAIR MAIS ECRITE ICI, SOUS
000160*               LE NUMERO D'EXECUTION ET UN NUMERO D'ORDRE DANS
000170*               L'EXECUTION. LE PROGRAMME APPROBATION TIENT LE
000180*               STATUT A JOUR : BLANC = EN ATTENTE, V = VISEE
000190*               PAR UN PREMIER OPERATEUR (DECISION PROPOSEE
000200*               PIT-DECISION A = APPROUVER, R = REFUSER), PUIS
000210*               A = APPROUVEE OU R = REFUSEE APRES CONFIRMATION
000220*               PAR UN SECOND OPERATEUR. PIT-NO-EXEC-DECISION
000230*               EST L'EXECUTION D'APPROBATION QUI A CLASSE OU
000240*               REJETE LA VALEUR.
000250*----------------------------------------------------------------*
000260 01  PAIR-IMPAIR-RET-REC.
000270     05  PIT-NO-EXECUTION        PIC 9(05).
000280     05  PIT-NO-SEQUENCE         PIC 9(07).
000290     05  PIT-DATE-MISE           PIC 9(08).
000300     05  PIT-SOURCE              PIC X(04).
000310     05  PIT-NOMBRE-CHAINE       PIC X(10).
000320     05  PIT-VALEUR              PIC S9(13)V9(04)
000330         SIGN IS LEADING SEPARATE CHARACTER.
000340     05  PIT-SEUIL               PIC 9(13)V9(04).
000350     05  PIT-STATUT              PIC X(01).
000360         88  PIT-EN-ATTENTE          VALUE SPACE.
000370         88  PIT-VISEE               VALUE "V".
000380         88  PIT-APPROUVEE           VALUE "A".
000390         88  PIT-REFUSEE             VALUE "R".
000400         88  PIT-OUVERTE             VALUES SPACE "V".
000410     05  PIT-DECISION            PIC X(01).
000420         88  PIT-DEC-APPROUVER       VALUE "A".
000430         88  PIT-DEC-REFUSER         VALUE "R".
000440     05  PIT-OPERATEUR-VISA      PIC X(08).
000450     05  PIT-DATE-VISA           PIC 9(08).
000460     05  PIT-OPERATEUR-CONFIRM   PIC X(08).
000470     05  PIT-DATE-CONFIRM        PIC 9(08).
000480     05  PIT-NO-EXEC-DECISION    PIC 9(05).
000490     05  FILLER                  PIC X(12).
