000100*----------------------------------------------------------------*
000110* PAIRIHIS   -  ENREGISTREMENT DU FICHIER INDEXE DE L'HISTORIQUE
000120*               DES PASSAGES (FICHIER PAIRIHIS). UN
000130*               ENREGISTREMENT PAR PASSAGE CLASSE D'UN NOMBRE,
000140*               ECRIT PAR LE PROGRAMME QUI L'A CLASSE
000150*               (PIH-PROGRAMME : PAIR-IMPAIR, RECYCLAGE,
000160*               APPROBATION, OU MAINTENANCE POUR UN HISTORIQUE
000170*               RECONSTRUIT DEPUIS PAIR-IMPAIR-OUT). LA CLE
000180*               PIH-CLE EST LE NOMBRE (MEME FORME QUE
000190*               PIM-NOMBRE) SUIVI DU NUMERO D'EXECUTION ET D'UN
000200*               RANG DANS L'EXECUTION, POUR LE CAS OU UN MEME
000210*               NOMBRE PASSE PLUSIEURS FOIS DANS UNE EXECUTION.
000220*               LA LECTURE SEQUENTIELLE SOUS UN NOMBRE DONNE
000230*               SES PASSAGES DANS L'ORDRE CHRONOLOGIQUE.
000240*               PIH-VALEUR EST LA VALEUR DECIMALE COMPLETE DU
000250*               PASSAGE (PIR-VALEUR).
000260*----------------------------------------------------------------*
000270 01  PAIR-IMPAIR-HIS-REC.
000280     05  PIH-CLE.
000290         10  PIH-NOMBRE          PIC S9(10)
000300             SIGN IS TRAILING SEPARATE CHARACTER.
000310         10  PIH-NO-EXECUTION    PIC 9(05).
000320         10  PIH-NO-RANG         PIC 9(03).
000330     05  PIH-DATE                PIC 9(08).
000340     05  PIH-SOURCE              PIC X(04).
000350     05  PIH-VALEUR              PIC S9(13)V9(04)
000360         SIGN IS LEADING SEPARATE CHARACTER.
000370     05  PIH-PROGRAMME           PIC X(12).
000380     05  FILLER                  PIC X(19).
