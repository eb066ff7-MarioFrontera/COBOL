000100*----------------------------------------------------------------*
000110* PAIRIBLQ   -  ENREGISTREMENT DE LA LISTE INDEXEE DES NUMEROS
000120*               BLOQUES (FICHIER PAIRIBLQ), CLE PIB-NOMBRE DE
000130*               MEME FORME QUE PIM-NOMBRE. TENUE A JOUR PAR LE
000140*               PROGRAMME BLOCAGE, INTERROGEE PAR PAIR-IMPAIR ET
000150*               RECYCLAGE APRES LE CONTROLE DE LA CLE (CLECTRL) :
000160*               UN NOMBRE BLOQUE EST REJETE AVEC LA RAISON 6.
000170*               LE BLOCAGE EST EN VIGUEUR A UNE DATE DONNEE SI
000180*               PIB-STATUT EST ACTIF, SI PIB-DATE-DEBUT EST
000190*               ATTEINTE ET SI PIB-DATE-FIN (ZERO = SANS FIN)
000200*               N'EST PAS DEPASSEE. UN BLOCAGE LEVE EST CONSERVE
000210*               AVEC SA DATE DE LEVEE.
000220*----------------------------------------------------------------*
000230 01  PAIR-IMPAIR-BLQ-REC.
000240     05  PIB-NOMBRE              PIC S9(10)
000250         SIGN IS TRAILING SEPARATE CHARACTER.
000260     05  PIB-MOTIF               PIC X(30).
000270     05  PIB-DEMANDEUR           PIC X(20).
000280     05  PIB-DATE-DEBUT          PIC 9(08).
000290     05  PIB-DATE-FIN            PIC 9(08).
000300     05  PIB-STATUT              PIC X(01).
000310         88  PIB-ACTIF               VALUE "A".
000320         88  PIB-LEVE                VALUE "L".
000330     05  PIB-DATE-CREATION       PIC 9(08).
000340     05  PIB-DATE-LEVEE          PIC 9(08).
000350     05  FILLER                  PIC X(10).
