000100*----------------------------------------------------------------*
000110* PAIRIAUD   -  ENREGISTREMENT DE LA PISTE D'AUDIT (FICHIER
000120*               AUDIT-FILE), CONSERVE POUR LE CONTROLE DE
000130*               CONFORMITE. PIA-VALIDE : O = CLASSE,
000131*               N = REJETE, T = RETENU POUR APPROBATION (SEUIL
000132*               DEPASSE, NI CLASSE NI REJETE A CE STADE).
000133*               PIA-NO-SEQUENCE NUMEROTE LES TRACES SANS TROU
000134*               SUR TOUTE LA PISTE ; PIA-CHAINAGE EST LA VALEUR
000135*               DE CONTROLE CALCULEE PAR LE SOUS-PROGRAMME
000136*               CHAINAGE SUR PIA-DONNEES, PIA-NO-SEQUENCE ET LA
000137*               VALEUR DE LA TRACE PRECEDENTE. LE PROGRAMME
000138*               INTEGRITE VERIFIE LA CHAINE. LES TRACES ECRITES
000139*               AVANT LE CHAINAGE ONT CES DEUX ZONES A BLANC.
000140*----------------------------------------------------------------*
000150 01  PAIR-IMPAIR-AUD-REC.
000155     05  PIA-DONNEES.
000160         10  PIA-DATE            PIC 9(08).
000170         10  PIA-HEURE           PIC 9(08).
000180         10  PIA-NOMBRE-CHAINE   PIC X(10).
000190         10  PIA-VALIDE          PIC X(01).
000200         10  PIA-RESTE           PIC 9(01).
000210         10  PIA-NO-EXECUTION    PIC 9(05).
000220         10  FILLER              PIC X(05).
000230     05  PIA-NO-SEQUENCE         PIC 9(09).
000240     05  PIA-CHAINAGE            PIC 9(12).
