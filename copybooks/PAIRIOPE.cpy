000100*----------------------------------------------------------------*
000110* PAIRIOPE   -  ENREGISTREMENT DU FICHIER DES HABILITATIONS DES
000120*               OPERATEURS (FICHIER PAIRIOPE, TENU PAR LA
000130*               SECURITE). UNE LIGNE PAR OPERATEUR ET PAR ACTION
000140*               SENSIBLE D'UN PROGRAMME : ANNULATION ANNULER,
000150*               QUARANTAINE LIBERER / PURGER, MAINTENANCE
000160*               RECONSTRUCTION / APUREMENT, RECYCLAGE ABANDONNER.
000170*               PIO-DROIT E PERMET D'EXECUTER L'ACTION, A DE
000180*               L'APPROUVER (SECOND OPERATEUR DES ANNULATIONS ET
000190*               DES PURGES), T LES DEUX. L'HABILITATION VAUT DE
000200*               PIO-DATE-DEBUT A PIO-DATE-FIN (ZERO = SANS FIN).
000210*               UNE LIGNE COMMENCANT PAR * EST UN COMMENTAIRE.
000220*               LU PAR LE SOUS-PROGRAMME HABILITE.
000230*----------------------------------------------------------------*
000240 01  PAIR-IMPAIR-OPE-REC.
000250     05  PIO-OPERATEUR           PIC X(08).
000260     05  PIO-PROGRAMME           PIC X(12).
000270     05  PIO-ACTION              PIC X(14).
000280     05  PIO-DROIT               PIC X(01).
000290         88  PIO-DROIT-EXECUTER      VALUE "E" "T".
000300         88  PIO-DROIT-APPROUVER     VALUE "A" "T".
000310     05  PIO-NOM                 PIC X(30).
000320     05  PIO-DATE-DEBUT          PIC 9(08).
000330     05  PIO-DATE-FIN            PIC 9(08).
000340     05  FILLER                  PIC X(10).
