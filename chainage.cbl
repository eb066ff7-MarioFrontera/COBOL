000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CHAINAGE.
000120 AUTHOR. J MARTIN.
000130 INSTALLATION. SERVICE INFORMATIQUE.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180* HISTORIQUE DES MODIFICATIONS.
000190*----------------------------------------------------------------*
000200* DATE       AUT  DESCRIPTION
000210* 15/10/2026 JM   CREATION. VALEUR DE CONTROLE CHAINEE D'UNE
000220*                 TRACE DE LA PISTE D'AUDIT PAIRIAUD : LES 38
000230*                 CARACTERES DE PIA-DONNEES PUIS LES 9 CHIFFRES
000240*                 DU NUMERO DE SEQUENCE SONT CUMULES, EN PARTANT
000250*                 DE LA VALEUR DE LA TRACE PRECEDENTE (ZERO POUR
000260*                 LA PREMIERE), PAR V = (V * 257 + RANG DU
000270*                 CARACTERE) MODULO 999999999989. TOUTE
000280*                 MODIFICATION, SUPPRESSION OU PERMUTATION D'UNE
000290*                 TRACE CHANGE LA VALEUR ATTENDUE DES SUIVANTES.
000300*                 APPELE PAR LES PROGRAMMES QUI ECRIVENT LA PISTE
000310*                 (PAIR-IMPAIR, RECYCLAGE, APPROBATION) ET PAR
000320*                 INTEGRITE QUI LA VERIFIE, COMME CLECTRL.
000330*----------------------------------------------------------------*
000340*
000350 ENVIRONMENT DIVISION.
000360*
000370 DATA DIVISION.
000380 WORKING-STORAGE SECTION.
000390 01  CH-ZONE-TRAVAIL.
000400     05  CH-ZONE-DONNEES         PIC X(38).
000410     05  CH-ZONE-SEQUENCE        PIC 9(09).
000420 01  CH-CARACTERES REDEFINES CH-ZONE-TRAVAIL.
000430     05  CH-CAR                  PIC X(01) OCCURS 47 TIMES.
000440 77  CH-I                    PIC 9(02) COMP VALUE 0.
000450 77  CH-VALEUR               PIC 9(15) COMP VALUE 0.
000460 77  CH-MODULE               PIC 9(12) VALUE 999999999989.
000470*
000480 LINKAGE SECTION.
000490 01  CH-DONNEES               PIC X(38).
000500 01  CH-NO-SEQUENCE           PIC 9(09).
000510 01  CH-PRECEDENT             PIC 9(12).
000520 01  CH-RESULTAT              PIC 9(12).
000530*
000540 PROCEDURE DIVISION USING CH-DONNEES CH-NO-SEQUENCE CH-PRECEDENT
000550     CH-RESULTAT.
000560*
000570 0000-MAINLINE.
000580     MOVE CH-DONNEES TO CH-ZONE-DONNEES.
000590     MOVE CH-NO-SEQUENCE TO CH-ZONE-SEQUENCE.
000600     MOVE CH-PRECEDENT TO CH-VALEUR.
000610     PERFORM 1000-CUMULER-CARACTERE THRU 1000-EXIT
000620         VARYING CH-I FROM 1 BY 1 UNTIL CH-I > 47.
000630     MOVE CH-VALEUR TO CH-RESULTAT.
000640     GOBACK.
000650*
000660*----------------------------------------------------------------*
000670* CUMUL D'UN CARACTERE : LA VALEUR COURANTE EST DECALEE (FOIS
000680* 257) ET LE RANG DU CARACTERE DANS LE JEU DE CARACTERES LUI EST
000690* AJOUTE, LE TOUT RAMENE MODULO CH-MODULE (NOMBRE PREMIER).
000700*----------------------------------------------------------------*
000710 1000-CUMULER-CARACTERE.
000720     COMPUTE CH-VALEUR = FUNCTION MOD(
000730         CH-VALEUR * 257 + FUNCTION ORD(CH-CAR(CH-I)),
000740         CH-MODULE).
000750 1000-EXIT.
000760     EXIT.
