000100*----------------------------------------------------------------*
000110* PAIRISCE   -  ENREGISTREMENT DU FICHIER DES SCEAUX DE LA PISTE
000120*               D'AUDIT (FICHIER PAIRISCE). UNE LIGNE EST AJOUTEE
000130*               A CHAQUE PASSAGE DU PROGRAMME INTEGRITE
000140*               (PIE-TYPE V), QUE LA PISTE SOIT INTACTE (O) OU
000150*               ROMPUE (N). LA DERNIERE SEQUENCE ET SA VALEUR DE
000160*               CHAINAGE D'UN SCEAU INTACT SERVENT DE REPERE AUX
000170*               VERIFICATIONS SUIVANTES : UNE PISTE RACCOURCIE OU
000180*               REECRITE EN AMONT DU REPERE EST DETECTEE.
000181*               LE PROGRAMME CLOTURE AJOUTE UN SCEAU DE TYPE C
000182*               (PIE-PERIODE = PERIODE CLOSE) QUI PORTE LA
000183*               DERNIERE SEQUENCE ARCHIVEE ET SA VALEUR : LA
000184*               PISTE VIVANTE REPART DE CE REPERE, ET LES
000185*               PROGRAMMES QUI ECRIVENT DANS UNE PISTE VIVANTE
000186*               ENCORE VIDE Y REPRENNENT LEUR NUMEROTATION.
000190*----------------------------------------------------------------*
000200 01  PAIR-IMPAIR-SCE-REC.
000210     05  PIE-DATE                PIC 9(08).
000220     05  PIE-HEURE               PIC 9(08).
000230     05  PIE-TYPE                PIC X(01).
000240         88  PIE-VERIFICATION        VALUE "V".
000245         88  PIE-CLOTURE             VALUE "C".
000250     05  PIE-RESULTAT            PIC X(01).
000260         88  PIE-INTACTE             VALUE "O".
000270         88  PIE-ROMPUE              VALUE "N".
000280     05  PIE-NB-TRACES           PIC 9(09).
000290     05  PIE-NB-ANTERIEURES      PIC 9(09).
000300     05  PIE-PREMIERE-SEQ        PIC 9(09).
000310     05  PIE-DERNIERE-SEQ        PIC 9(09).
000320     05  PIE-DERNIER-CHAINAGE    PIC 9(12).
000330     05  PIE-NB-RUPTURES         PIC 9(07).
000340     05  PIE-NB-TROUS            PIC 9(07).
000350     05  PIE-PREMIERE-RUPTURE    PIC 9(09).
000355     05  PIE-PERIODE             PIC X(06).
000360     05  FILLER                  PIC X(04).
