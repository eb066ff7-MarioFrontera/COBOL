000140*               C = RECYCLE, R = RE-REJETE, A = ABANDONNE. LE
000141*               SERVICE EMETTEUR (BLANC POUR UNE SAISIE
000142*               UNITAIRE OU UN ANCIEN ENREGISTREMENT) REMPLACE
000143*               LE FILLER DE FIN. LA RAISON 7 EST POSEE PAR LE
000144*               PROGRAMME APPROBATION SUR UNE VALEUR RETENUE
000145*               DONT LE REFUS A ETE CONFIRME : ELLE EST ECRITE
000146*               DIRECTEMENT AU STATUT A (RIEN A RECYCLER).
000147*               LA RAISON 6 (NUMERO BLOQUE, LISTE PAIRIBLQ) RESTE
000148*               EN ATTENTE TANT QUE LE BLOCAGE EST EN VIGUEUR :
000149*               RECYCLAGE REFUSE DE LA RECYCLER. APPROBATION
000150*               ECRIT AUSSI LA RAISON 6, DIRECTEMENT AU STATUT A,
000151*               QUAND UNE VALEUR RETENUE APPROUVEE EST BLOQUEE.
000152*----------------------------------------------------------------*
000160 01  PAIR-IMPAIR-REJ-REC.
000170     05  PIJ-NOMBRE-CHAINE       PIC X(10).
000180     05  PIJ-CODE-RAISON         PIC X(01).
000210         88  PIJ-RAISON-LONGUEUR     VALUE "3".
000220         88  PIJ-RAISON-DEPASSEMENT  VALUE "4".
000225         88  PIJ-RAISON-CLE          VALUE "5".
000226         88  PIJ-RAISON-BLOQUE       VALUE "6".
000227         88  PIJ-RAISON-REFUS-VISA   VALUE "7".
000230     05  PIJ-DATE-TRAITEMENT     PIC 9(08).
000240     05  PIJ-STATUT-RECYCLAGE    PIC X(01).
000250         88  PIJ-REC-EN-ATTENTE      VALUE SPACE.
